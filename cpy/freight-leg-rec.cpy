      ******************************************************************
      * CPY/FREIGHT-LEG-REC
      * Record layout of the freight leg ledger, COPYd under the 01
      * of its FD by test-harvesine (the batch writes one record per
      * priced leg that names a customer) and freight-invoice (the
      * monthly run bills them).  The key is the batch run's start
      * stamp plus the input line number, so a restarted batch that
      * reprocesses lines rewrites the same legs instead of adding
      * them twice.  A leg stays unbilled (invoice zero) until an
      * invoice run takes it.
      ******************************************************************
           05 leg-key.
               10 leg-batch-date    PIC 9(08).
               10 leg-batch-time    PIC 9(06).
               10 leg-line          PIC 9(07).
           05 leg-cust-code     PIC X(08).
      *    place codes when the line was codes, spaces when it was
      *    raw coordinates; the names carry the coordinates then
           05 leg-from-code     PIC X(05).
           05 leg-to-code       PIC X(05).
           05 leg-from-name     PIC X(30).
           05 leg-to-name       PIC X(30).
           05 leg-kms           PIC 9(06)V9(03).
           05 leg-cost          PIC S9(09)V99.
      *    "A" when either end stood on a postal-code centroid
           05 leg-precision     PIC X(01).
               88 leg-is-approx     VALUE "A".
           05 leg-invoice       PIC 9(06).
               88 leg-unbilled      VALUE ZERO.
