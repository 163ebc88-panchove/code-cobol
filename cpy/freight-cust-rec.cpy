      ******************************************************************
      * CPY/FREIGHT-CUST-REC
      * Record layout of the freight customer master, COPYd under the
      * 01 of its FD by cust-load (build from the maintained text
      * list) and freight-invoice (invoices and statements).  The
      * code is the one billing writes on each coordinate batch
      * input line, so a priced leg carries its customer from the
      * moment it is measured.
      ******************************************************************
           05 cust-key.
               10 cust-code     PIC X(08).
           05 cust-name         PIC X(40).
           05 cust-address      PIC X(40).
           05 cust-city         PIC X(20).
           05 cust-tax-id       PIC X(12).
      *    days from invoice date to due date
           05 cust-terms        PIC 9(03).
      *    a retired customer is not invoiced; its open invoices
      *    still appear on the statement
           05 cust-active       PIC X(01).
               88 cust-is-retired   VALUE "I".
