      * count of today's appointments across all owners, the tail of
      * the error log with its severity codes, and the last lines of
      * the nightly job-stream log -- the numbers the morning shift
      * used to gather by opening four files by hand.  The shop-wide
      * function keys apply: F1 help, F5 counts everything again,
      * F3/F10 return to the main menu.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS ws-fs-appt.

           SELECT error-log-file
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 FILLER              PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD error-log-file.
       77 ws-hist-i              PIC 99 COMP VALUE ZERO.
       77 ws-answer              PIC X(01)  VALUE SPACE.
           88 ws-wants-history     VALUE "H" "h".
       77 ws-showing             PIC X(01)  VALUE "Y".
           88 ws-still-showing     VALUE "Y".
       77 ws-help-program        PIC X(20)  VALUE "screen-gestion".
       77 ws-help-screen         PIC X(12)  VALUE "MAIN".
       COPY "cpy/key-map".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            PERFORM A0200-INIT-PATHS.
            PERFORM A0150-DASHBOARD-CYCLE UNTIL NOT ws-still-showing.
            EXIT PROGRAM.
      *-----------------------------------------------------------------
      *   One look at the numbers; help, F5 and the keys with no
      *   meaning here come back round for another.
       A0150-DASHBOARD-CYCLE.
            MOVE "N" TO ws-showing.
            MOVE ZERO TO ws-roster-count ws-appt-count ws-today-count.
            ACCEPT ws-today-date FROM DATE YYYYMMDD.
            PERFORM A0300-COUNT-ROSTER.
            PERFORM A0400-COUNT-APPOINTMENTS.
            PERFORM A0500-TAIL-ERROR-LOG.
            PERFORM A0600-TAIL-NIGHTLY-LOG.
            PERFORM A0700-SHOW-DASHBOARD.
            PERFORM A0900-SHOW-KEY-LEGEND.
            MOVE SPACE TO ws-answer.
            ACCEPT ws-answer AT LINE 17 COL 60.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            EVALUATE TRUE
                WHEN lk-key-help
                    CALL "show-help" USING ws-help-program,
                        ws-help-screen
                    MOVE "Y" TO ws-showing
                WHEN lk-key-back
                WHEN lk-key-exit
                    CONTINUE
                WHEN lk-key-none
                    IF ws-wants-history
                        PERFORM A0800-SHOW-METRIC-HISTORY
                        ACCEPT OMITTED
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO ws-showing
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT ws-roster-path FROM ENVIRONMENT "ROSTER_FILE".
            DISPLAY "Presione ENTER para volver."
                AT LINE 16 COL 02.
            EXIT.
      *-----------------------------------------------------------------
       A0900-SHOW-KEY-LEGEND.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
            EXIT.
       END PROGRAM screen-gestion.
