      ******************************************************************
      * CPY/SECURITY-EVENT
      * Shared record layout for the security event file: the main
      * menu's sign-on writes one line per successful sign-on
      * (ENTRADA), failed attempt (FALLO), attempt on a locked
      * account (BLOQUEAD), lockout (BLOQUEO) and forced password
      * change (CLAVEVEN), with the terminal it came from, and
      * security-rpt reads it back for the daily security report.
      * Same separator-byte convention as cpy/roster-journal: the
      * writer blanks the record and fills each field.
      ******************************************************************
       01 sev-rec.
           05 sev-date         PIC X(10).
           05 sev-sep1         PIC X.
           05 sev-time         PIC X(08).
           05 sev-sep2         PIC X.
           05 sev-user         PIC X(08).
           05 sev-sep3         PIC X.
           05 sev-terminal     PIC X(12).
           05 sev-sep4         PIC X.
           05 sev-event        PIC X(08).
           05 sev-sep5         PIC X.
           05 sev-detail       PIC X(30).
