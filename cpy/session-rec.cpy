      ******************************************************************
      * CPY/SESSION-REC
      * Record layout of the session registry, COPYd under the 01 of
      * its FD by screen-main-menu (which writes the record at
      * sign-on, stamps the last activity at every menu choice and
      * deletes it at Salir) and session-maint (the supervisor's
      * list of active sessions).  One record per user and terminal.
      * A supervisor ends a session by marking it ses-is-ended; the
      * menu holding it notices at its next keystroke and signs off.
      ******************************************************************
           05 session-key.
               10 ses-user      PIC X(08).
               10 ses-term      PIC X(12).
           05 ses-start-date    PIC 9(08).
           05 ses-start-time    PIC 9(06).
           05 ses-last-date     PIC 9(08).
           05 ses-last-time     PIC 9(06).
           05 ses-status        PIC X(01).
               88 ses-is-active     VALUE "A".
               88 ses-is-ended      VALUE "E".
      *    the supervisor who ended it
           05 ses-ended-by      PIC X(08).
