      * Inquiry report off the job journal: every START/END entry
      * for one date (JOB_STATUS_DATE as AAAA-MM-DD, default the run
      * date), so "did last night's stream finish, and how long did
      * each step take" is one report instead of a grep.  Steps the
      * nightly stream held because a step they depend on failed
      * are marked and counted at the foot, since nothing ran for
      * them.  Output goes through the shared print-spool
      * subprogram.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-status.
           05 WS-TODAY-MM       PIC 9(02).
           05 WS-TODAY-DD       PIC 9(02).
       77 WS-LISTED             PIC 9(05) VALUE ZERO.
       77 WS-HELD               PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0300-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Pasos retenidos por un predecesor fallido: "
                WS-HELD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0300-SPOOL-ONE-LINE.
            CLOSE journal-file.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
            IF jjrn-date = WS-WANTED-DATE
                ADD 1 TO WS-LISTED
                MOVE SPACES TO WS-REPORT-LINE
                IF jjrn-event = "HELD"
                    ADD 1 TO WS-HELD
                    STRING "  " jjrn-time " " jjrn-job " "
                        jjrn-event " *** RETENIDO, no corrio ***"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                ELSE
                    STRING "  " jjrn-time " " jjrn-job " "
                        jjrn-event " rc=" jjrn-rc
                        " ms=" jjrn-elapsed-ms
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                END-IF
                PERFORM A0300-SPOOL-ONE-LINE
            END-IF.
            READ journal-file
