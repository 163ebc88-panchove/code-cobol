      * the cpy/error-log layout, filters by program, date range and
      * minimum severity code, and pages forward and backward; the
      * view opens on the NEWEST entries, which is what you want mid-
      * incident.  The shop-wide function keys work alongside the
      * letters: F7/F8 page, F5 reads the log again with the same
      * filters (entries keep arriving mid-incident), F1 help and
      * F3/F10 leave the viewer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
           88 ws-cmd-quit          VALUE "S" "s".
       77 ws-viewing             PIC X(01)  VALUE "Y".
           88 ws-still-viewing     VALUE "Y".
       77 ws-help-program        PIC X(20)  VALUE "screen-logview".
       77 ws-help-screen         PIC X(12)  VALUE "VIEW".
       COPY "cpy/key-map".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
            END-PERFORM.
            DISPLAY "(A)delante (R)etroceder (U)ltimas (P)rimeras "
                "(S)alir: " AT LINE 20 COL 02.
            PERFORM A0600-SHOW-KEY-LEGEND.
            MOVE SPACE TO ws-cmd.
            ACCEPT ws-cmd AT LINE 20 COL 56.
            PERFORM A0650-KEY-TO-COMMAND.
            EVALUATE TRUE
                WHEN ws-cmd-next
                    IF ws-page-first + ws-page-size <= ws-loaded
                MOVE 1 TO ws-page-first
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0600-SHOW-KEY-LEGEND.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
            EXIT.
      *-----------------------------------------------------------------
      *   A function key stands in for the letter that does the same
      *   job; refresh has no letter and is done here.
       A0650-KEY-TO-COMMAND.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            EVALUATE TRUE
                WHEN lk-key-none
                    CONTINUE
                WHEN lk-key-page-fwd
                    MOVE "A" TO ws-cmd
                WHEN lk-key-page-back
                    MOVE "R" TO ws-cmd
                WHEN lk-key-back
                WHEN lk-key-exit
                    MOVE "S" TO ws-cmd
                WHEN lk-key-help
                    CALL "show-help" USING ws-help-program,
                        ws-help-screen
                    MOVE SPACE TO ws-cmd
                WHEN lk-key-refresh
                    PERFORM A0700-RELOAD-ENTRIES
                    MOVE SPACE TO ws-cmd
                WHEN OTHER
                    MOVE SPACE TO ws-cmd
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0700-RELOAD-ENTRIES.
            MOVE ZERO TO ws-loaded ws-dropped.
            MOVE "N" TO ws-eof-sw.
            PERFORM A0300-LOAD-ENTRIES.
            PERFORM A0500-JUMP-NEWEST.
            EXIT.
       END PROGRAM screen-logview.
