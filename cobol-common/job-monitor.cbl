      * going, measured against that job's typical elapsed (the
      * average of its historical END entries); a job past twice its
      * typical is flagged loudly.  Completed steps list with their
      * return codes, and steps the nightly stream held because a
      * step they depend on failed list apart, so the morning shift
      * sees what still has to be run by hand.  R re-reads the
      * journal in place, S leaves; the shop-wide keys do the same
      * (F5 re-reads, F3/F10 leave) and F1 shows the help.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-monitor.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
               10 ws-job-hist-ms     PIC 9(12) COMP.
               10 ws-job-hist-cnt    PIC 9(05) COMP.
               10 ws-job-seen-today  PIC X(01).
               10 ws-job-held        PIC X(01).
       77 ws-ji                  PIC 99 COMP VALUE ZERO.
       77 ws-held-count          PIC 99 COMP VALUE ZERO.
       77 ws-entry-secs          PIC 9(07) COMP VALUE ZERO.
       77 ws-run-secs            PIC 9(07) COMP VALUE ZERO.
       77 ws-typ-secs            PIC 9(07) COMP VALUE ZERO.
           88 ws-cmd-quit          VALUE "S" "s".
       77 ws-viewing             PIC X(01)  VALUE "Y".
           88 ws-still-viewing     VALUE "Y".
       77 ws-help-program        PIC X(20)  VALUE "job-monitor".
       77 ws-help-screen         PIC X(12)  VALUE "MAIN".
       COPY "cpy/key-map".
       77 ws-secs-disp           PIC ZZZZZ9 VALUE ZERO.
       77 ws-typ-disp            PIC ZZZZZ9 VALUE ZERO.
      ******************************************************************
                MOVE jjrn-job TO ws-job-name(ws-ji)
                MOVE "N" TO ws-job-running(ws-ji)
                MOVE "N" TO ws-job-seen-today(ws-ji)
                MOVE "N" TO ws-job-held(ws-ji)
                MOVE ZERO TO ws-job-start-secs(ws-ji)
                    ws-job-last-rc(ws-ji) ws-job-last-ms(ws-ji)
                    ws-job-hist-ms(ws-ji) ws-job-hist-cnt(ws-ji)
                EVALUATE jjrn-event
                    WHEN "START"
                        MOVE "Y" TO ws-job-running(ws-ji)
                        MOVE "N" TO ws-job-held(ws-ji)
                        MOVE ws-entry-secs
                            TO ws-job-start-secs(ws-ji)
                    WHEN "END"
                        MOVE jjrn-rc TO ws-job-last-rc(ws-ji)
                        MOVE jjrn-elapsed-ms
                            TO ws-job-last-ms(ws-ji)
      *             held by the stream; a later rerun's START clears it
                    WHEN "HELD"
                        MOVE "Y" TO ws-job-held(ws-ji)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                DISPLAY "  (ninguno)" AT LINE 03 COL 02
                MOVE 3 TO ws-row
            END-IF.
      *     held steps come before the finished ones, which may
      *     run off the screen
            MOVE ZERO TO ws-held-count.
            PERFORM VARYING ws-ji FROM 1 BY 1
                    UNTIL ws-ji > ws-job-count
                IF ws-job-seen-today(ws-ji) = "Y"
                   AND ws-job-held(ws-ji) = "Y"
                    ADD 1 TO ws-held-count
                END-IF
            END-PERFORM.
            IF ws-held-count > ZERO
                ADD 2 TO ws-row
                DISPLAY "Retenidos hoy (fallo un predecesor):"
                    AT LINE ws-row COL 02
                PERFORM VARYING ws-ji FROM 1 BY 1
                        UNTIL ws-ji > ws-job-count
                        OR ws-row > 18
                    IF ws-job-seen-today(ws-ji) = "Y"
                       AND ws-job-held(ws-ji) = "Y"
                        ADD 1 TO ws-row
                        DISPLAY "  " ws-job-name(ws-ji)
                            " *** RETENIDO ***"
                            AT LINE ws-row COL 02
                    END-IF
                END-PERFORM
            END-IF.
            ADD 2 TO ws-row.
            DISPLAY "Terminados hoy:" AT LINE ws-row COL 02.
            PERFORM VARYING ws-ji FROM 1 BY 1
                    OR ws-row > 20
                IF ws-job-seen-today(ws-ji) = "Y"
                   AND ws-job-running(ws-ji) = "N"
                   AND ws-job-held(ws-ji) = "N"
                    ADD 1 TO ws-row
                    DISPLAY "  " ws-job-name(ws-ji) " rc="
                        ws-job-last-rc(ws-ji) " ms="
                END-IF
            END-PERFORM.
            DISPLAY "(R)efrescar (S)alir: " AT LINE 22 COL 02.
            PERFORM A0700-SHOW-KEY-LEGEND.
            MOVE SPACE TO ws-cmd.
            ACCEPT ws-cmd AT LINE 22 COL 24.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            IF lk-key-back OR lk-key-exit
                MOVE "S" TO ws-cmd
            END-IF.
            IF lk-key-help
                CALL "show-help" USING ws-help-program,
                    ws-help-screen
            END-IF.
            IF ws-cmd-quit
                MOVE "N" TO ws-viewing
            END-IF.
                    " seg)" AT LINE ws-row COL 02
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0700-SHOW-KEY-LEGEND.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
            EXIT.
       END PROGRAM job-monitor.
