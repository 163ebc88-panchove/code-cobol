      * roster listing's drift gets charted before it blows the
      * batch window.  run-nightly.sh greps the journal to skip
      * steps already completed for the date, and job-status reports
      * from it.  An END carrying a non-zero return code is also
      * forwarded to the operating system's log through sys-log, at
      * the priority its code maps to, for the operations monitoring
      * console; when that C call is unavailable the journal line
      * above is the record, as it always was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-journal.
      *   staged step-timer CALL arguments
       77 WS-TIMER-OP           PIC X(01) VALUE SPACE.
       77 WS-ELAPSED-MS         PIC 9(09) VALUE ZERO.
      *   staged sys-log CALL arguments
       77 WS-SL-TAG             PIC X(20) VALUE SPACES.
       77 WS-SL-CODE            PIC 9(04) VALUE ZERO.
       77 WS-SL-TEXT            PIC X(100) VALUE SPACES.
       77 WS-RC-EDIT            PIC 9(04) VALUE ZERO.
       LINKAGE SECTION.
       77 lk-jj-job             PIC X(20).
       77 lk-jj-event           PIC X(05).
               WRITE jjrn-rec
               CLOSE journal-file
           END-IF.
           IF lk-jj-event = "END" AND lk-jj-rc NOT = ZERO
               MOVE lk-jj-job TO WS-SL-TAG
               MOVE lk-jj-rc TO WS-SL-CODE WS-RC-EDIT
               MOVE SPACES TO WS-SL-TEXT
               STRING "Trabajo " DELIMITED BY SIZE
                   lk-jj-job DELIMITED BY SPACE
                   " terminado con codigo de retorno "
                       DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   INTO WS-SL-TEXT
               END-STRING
               CALL "sys-log" USING WS-SL-TAG, WS-SL-CODE, WS-SL-TEXT
           END-IF.
      *    a CALL hands the callee's final RETURN-CODE back to the
      *    caller, so journaling an END must not zero the code the
      *    batch accumulated: the caller staged its code in lk-jj-rc,
