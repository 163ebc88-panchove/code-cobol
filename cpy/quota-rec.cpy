      ******************************************************************
      * CPY/QUOTA-REC
      * Record layout of the per-owner daily quota table, COPYd
      * under the 01 of its FD by quota-maint (maintenance), the
      * calendar (enforced on typed entry, INTAKE and IMPORT) and
      * appt-quota-rpt (weekly usage).  One record per owner and
      * appointment type whose ceiling differs from the shop-wide
      * one in the type master; zero here means no limit for that
      * owner, whatever the type master says.
      ******************************************************************
           05 quota-key.
               10 qt-owner      PIC X(08).
               10 qt-type       PIC X(04).
           05 qt-daily-limit    PIC 9(02).
           05 qt-set-by         PIC X(08).
           05 qt-set-date       PIC 9(08).
