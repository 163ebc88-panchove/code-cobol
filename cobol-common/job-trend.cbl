      * elapsed past JOB_WINDOW_LIMIT_MIN minutes (default 240)
      * raises its own warning.  The report goes through the shared
      * print-spool subprogram; runs in the nightly stream.
      *
      * The END entries are SORTed on the job name (duplicates kept
      * in journal order, so the last of a job's runs is still its
      * latest) and each job is totalled as its runs come back, so
      * there is no table of jobs to fill up and every job in the
      * journal is charted; the jobs print in alphabetical order.
      * The sort work file sits beside the journal (<journal>.srt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-trend.
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT run-sort
               ASSIGN TO DYNAMIC WS-SORT-PATH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD journal-file.
           COPY "cpy/job-journal".
       SD run-sort.
        01 srt-rec.
            05 srt-job              PIC X(20).
            05 srt-elapsed-ms       PIC 9(09).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-JOURNAL-PATH       PIC X(255) VALUE SPACES.
       77 WS-SORT-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-JOURNAL         PIC X(02) VALUE SPACES.
           88 WS-FS-JOURNAL-OK      VALUE "00" "10".
       77 WS-EOF-JOURNAL        PIC X(01) VALUE "N".
       77 WS-FACTOR             PIC 9(02) VALUE 2.
       77 WS-LIMIT-TXT          PIC X(05) VALUE SPACES.
       77 WS-LIMIT-MIN          PIC 9(05) VALUE 240.
      *   rolling history of the job in hand as its sorted runs
      *   come back off the journal
       77 WS-EOF-SORT           PIC X(01) VALUE "N".
        88 EOF-run-sort         VALUE "Y".
       77 WS-JOB-NAME           PIC X(20) VALUE SPACES.
       77 WS-JOB-RUNS           PIC 9(05) VALUE ZERO.
       77 WS-JOB-SUM-MS         PIC 9(12) COMP VALUE ZERO.
       77 WS-JOB-MAX-MS         PIC 9(09) VALUE ZERO.
       77 WS-JOB-LAST-MS        PIC 9(09) VALUE ZERO.
       77 WS-AVG-MS             PIC 9(09) VALUE ZERO.
       77 WS-TODAY-TOTAL-MS     PIC 9(12) VALUE ZERO.
       77 WS-TODAY-TOTAL-MIN    PIC 9(07) VALUE ZERO.
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            MOVE SPACES TO WS-SORT-PATH.
            STRING FUNCTION TRIM(WS-JOURNAL-PATH) ".srt"
                DELIMITED BY SIZE INTO WS-SORT-PATH
            END-STRING.
            SORT run-sort ON ASCENDING KEY srt-job
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS A0250-RELEASE-RUNS
                OUTPUT PROCEDURE IS A0400-WRITE-TREND-REPORT.
            CLOSE journal-file.
            PERFORM A0600-CHECK-WINDOW-LIMIT.
            IF WS-WARN-COUNT > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
       A0250-RELEASE-RUNS.
            READ journal-file
                AT END SET EOF-journal-file TO TRUE
            END-READ.
            PERFORM A0300-TALLY-ONE-ENTRY UNTIL EOF-journal-file.
            EXIT.
      *-----------------------------------------------------------------
       A0300-TALLY-ONE-ENTRY.
            IF jjrn-event NOT = "END"
                PERFORM A0350-READ-NEXT
                EXIT PARAGRAPH
            END-IF.
            MOVE jjrn-job TO srt-job.
            MOVE jjrn-elapsed-ms TO srt-elapsed-ms.
            RELEASE srt-rec.
            IF jjrn-date = WS-TODAY-TXT
                ADD jjrn-elapsed-ms TO WS-TODAY-TOTAL-MS
            END-IF.
            MOVE "Tendencia de tiempos por paso (milisegundos)"
                TO WS-REPORT-LINE.
            PERFORM A0500-SPOOL-ONE-LINE.
            RETURN run-sort
                AT END SET EOF-run-sort TO TRUE
            END-RETURN.
            PERFORM A0450-TREND-ONE-JOB UNTIL EOF-run-sort.
            COMPUTE WS-TODAY-TOTAL-MIN =
                WS-TODAY-TOTAL-MS / 60000.
            MOVE SPACES TO WS-REPORT-LINE.
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
      *   One job's runs arrive together, oldest first; total them
      *   until the name changes and chart the job.
       A0450-TREND-ONE-JOB.
            MOVE srt-job TO WS-JOB-NAME.
            MOVE ZERO TO WS-JOB-RUNS WS-JOB-SUM-MS WS-JOB-MAX-MS
                WS-JOB-LAST-MS.
            PERFORM UNTIL EOF-run-sort
                    OR srt-job NOT = WS-JOB-NAME
                ADD 1 TO WS-JOB-RUNS
                ADD srt-elapsed-ms TO WS-JOB-SUM-MS
                IF srt-elapsed-ms > WS-JOB-MAX-MS
                    MOVE srt-elapsed-ms TO WS-JOB-MAX-MS
                END-IF
                MOVE srt-elapsed-ms TO WS-JOB-LAST-MS
                RETURN run-sort
                    AT END SET EOF-run-sort TO TRUE
                END-RETURN
            END-PERFORM.
            COMPUTE WS-AVG-MS = WS-JOB-SUM-MS / WS-JOB-RUNS.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-JOB-NAME
                " corridas=" WS-JOB-RUNS
                " promedio=" WS-AVG-MS
                " peor=" WS-JOB-MAX-MS
                " ultima=" WS-JOB-LAST-MS
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0500-SPOOL-ONE-LINE.
      *     a last run past the factor times its average is the creep
      *     worth waking someone for
            IF WS-JOB-RUNS > 1
               AND WS-AVG-MS > ZERO
               AND WS-JOB-LAST-MS > WS-AVG-MS * WS-FACTOR
                ADD 1 TO WS-WARN-COUNT
                MOVE "    *** ULTIMA CORRIDA MUY POR ENCIMA "
                    & "DEL PROMEDIO ***" TO WS-REPORT-LINE
                PERFORM A0500-SPOOL-ONE-LINE
                MOVE "job-trend" TO WS-LOG-PROGRAM
                MOVE "A0400-TREND" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE SPACES TO WS-LOG-MESSAGE
                STRING "Paso demorado sobre su promedio: "
                    WS-JOB-NAME
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                END-STRING
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Past four fifths of the window limit the whole night gets
      *   its own warning, before the collision, not after.
       A0600-CHECK-WINDOW-LIMIT.
