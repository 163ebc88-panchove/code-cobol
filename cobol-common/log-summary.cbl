      * offenders stand out instead of hiding in an append-only
      * file.  The report goes through the shared print-spool
      * subprogram; run as a step of the nightly stream.
      *
      * The per-program counts come out of a SORT on the program
      * name rather than an in-memory table, so a day on which more
      * programs than any table would hold wrote to the log is still
      * counted in full; the programs print in alphabetical order.
      * The sort work file sits beside the log (<log>.srt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. log-summary.
               ASSIGN TO DYNAMIC WS-ELOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ELOG.
           SELECT pgm-sort
               ASSIGN TO DYNAMIC WS-SORT-PATH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD error-log-file.
           COPY "cpy/error-log".
       SD pgm-sort.
        01 srt-rec.
            05 srt-program          PIC X(20).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-ELOG-PATH          PIC X(255) VALUE SPACES.
       77 WS-SORT-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-ELOG            PIC X(02) VALUE SPACES.
           88 WS-FS-ELOG-OK         VALUE "00" "10".
       77 WS-EOF-ELOG           PIC X(01) VALUE "N".
        88 EOF-elog-file        VALUE "Y".
       77 WS-ELOG-DATE          PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-COUNT        PIC 9(06) VALUE ZERO.
      *   count for the program in hand as the sorted names come
      *   back, and counts per severity band of the cpy/return-codes
      *   scale
       77 WS-EOF-SORT           PIC X(01) VALUE "N".
        88 EOF-pgm-sort         VALUE "Y".
       77 WS-PGM-NAME           PIC X(20) VALUE SPACES.
       77 WS-PGM-HITS           PIC 9(06) VALUE ZERO.
       77 WS-SEV-WARNING        PIC 9(06) VALUE ZERO.
       77 WS-SEV-ERROR          PIC 9(06) VALUE ZERO.
       77 WS-SEV-SEVERE         PIC 9(06) VALUE ZERO.
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            MOVE SPACES TO WS-SORT-PATH.
            STRING FUNCTION TRIM(WS-ELOG-PATH) ".srt"
                DELIMITED BY SIZE INTO WS-SORT-PATH
            END-STRING.
            SORT pgm-sort ON ASCENDING KEY srt-program
                INPUT PROCEDURE IS A0150-RELEASE-ENTRIES
                OUTPUT PROCEDURE IS A0300-WRITE-SUMMARY.
            CLOSE error-log-file.
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A0150-RELEASE-ENTRIES.
            READ error-log-file
                AT END SET EOF-elog-file TO TRUE
            END-READ.
            PERFORM A0200-TALLY-ONE-ENTRY UNTIL EOF-elog-file.
            EXIT.
      *-----------------------------------------------------------------
       A0200-TALLY-ONE-ENTRY.
            ADD 1 TO WS-TOTAL-COUNT.
                WHEN elog-code >= RC-WARNING ADD 1 TO WS-SEV-WARNING
                WHEN OTHER                  ADD 1 TO WS-SEV-OTHER
            END-EVALUATE.
            MOVE elog-program TO srt-program.
            RELEASE srt-rec.
            READ error-log-file
                AT END SET EOF-elog-file TO TRUE
            END-READ.
            PERFORM A0400-SPOOL-ONE-LINE.
            MOVE "Por programa:" TO WS-REPORT-LINE.
            PERFORM A0400-SPOOL-ONE-LINE.
            RETURN pgm-sort
                AT END SET EOF-pgm-sort TO TRUE
            END-RETURN.
            PERFORM A0350-COUNT-ONE-PROGRAM UNTIL EOF-pgm-sort.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Resumen de errores enviado al spool.".
            EXIT.
      *-----------------------------------------------------------------
      *   One program's entries arrive together; count them until the
      *   name changes and print its line.
       A0350-COUNT-ONE-PROGRAM.
            MOVE srt-program TO WS-PGM-NAME.
            MOVE ZERO TO WS-PGM-HITS.
            PERFORM UNTIL EOF-pgm-sort
                    OR srt-program NOT = WS-PGM-NAME
                ADD 1 TO WS-PGM-HITS
                RETURN pgm-sort
                    AT END SET EOF-pgm-sort TO TRUE
                END-RETURN
            END-PERFORM.
            MOVE WS-PGM-HITS TO WS-CNT-DISP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-PGM-NAME " : " WS-CNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0400-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
