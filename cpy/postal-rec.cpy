      ******************************************************************
      * CPY/POSTAL-REC
      * Record layout of the postal-code master: one centroid
      * coordinate per national postal code, COPYd under the 01 of
      * its FD by postal-load (rebuilt from the national postal
      * file) and the shared postal-centroid lookup.  The
      * latitude/longitude pictures are the locations master's, so
      * a centroid moves into a place record as it stands.
      ******************************************************************
           05 pc-key.
               10 pc-code       PIC X(08).
           05 pc-locality       PIC X(30).
           05 pc-lat            PIC S9(3)V9(6) SIGN LEADING SEPARATE.
           05 pc-lon            PIC S9(3)V9(6) SIGN LEADING SEPARATE.
      *    the day the national file was loaded, to tell a stale
      *    master from a current one
           05 pc-loaded-date    PIC 9(08).
