      * "Pagina nnn" headers our reports share, and searches for a
      * string within the report -- so a report can be checked
      * before it is sent to print without cat and without opening
      * live files in an editor.  The shop-wide function keys work
      * alongside the letters: F7/F8 page back and forward, F1 help,
      * F3/F10 leave the viewer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
           88 ws-search-found      VALUE "Y".
       77 ws-viewing             PIC X(01)  VALUE "Y".
           88 ws-still-viewing     VALUE "Y".
       77 ws-help-program        PIC X(20)  VALUE "screen-reportview".
       77 ws-help-screen         PIC X(12)  VALUE "VIEW".
       COPY "cpy/key-map".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
            END-PERFORM.
            DISPLAY "(A)delante (R)etroceder (N)umero de pagina "
                "(B)uscar (S)alir: " AT LINE 21 COL 02.
            PERFORM A0600-SHOW-KEY-LEGEND.
            MOVE SPACE TO ws-cmd.
            ACCEPT ws-cmd AT LINE 21 COL 63.
            PERFORM A0650-KEY-TO-COMMAND.
            EVALUATE TRUE
                WHEN ws-cmd-next
                    IF ws-top-line + ws-rows-per-screen <= ws-loaded
                    AT LINE 23 COL 02
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
      *   job, so the command EVALUATE stays the only place that
      *   moves through the report.
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
                WHEN OTHER
                    MOVE SPACE TO ws-cmd
            END-EVALUATE.
            EXIT.
       END PROGRAM screen-reportview.
