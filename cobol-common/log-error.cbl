      * date, so no single file grows forever.  An entry at
      * RC-SEVERE or worse is ALSO appended to the operator-alert
      * file the dashboard and the morning shift check, so a 2am
      * abend no longer looks like a warning.  The same entries are
      * forwarded to the operating system's log through sys-log (the
      * C bridge's system routine) for the operations monitoring
      * console; should that C call fail, c-bridge logs the failure
      * back through this program at RC-ERROR, which is why it is
      * RECURSIVE -- and why the file entries above are written, and
      * closed, before the forwarding is attempted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. log-error IS RECURSIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WS-TIME-EDIT          PIC X(08).
       77 WS-FILE-STATUS        PIC X(02) VALUE SPACES.
           88 WS-LOG-OPEN-OK    VALUE "00" "05".
      *   staged sys-log CALL arguments
       77 WS-SL-TAG             PIC X(20) VALUE SPACES.
       77 WS-SL-CODE            PIC 9(04) VALUE ZERO.
       77 WS-SL-TEXT            PIC X(100) VALUE SPACES.
       LINKAGE SECTION.
       01 lk-program-id         PIC X(20).
       01 lk-paragraph-id       PIC X(20).
           CLOSE error-log-file.
           IF lk-error-code >= RC-SEVERE
               PERFORM 0100-WRITE-OPERATOR-ALERT
               PERFORM 0200-FORWARD-TO-SYSLOG
           END-IF.
           MOVE lk-error-code TO RETURN-CODE.
           GOBACK.
               CLOSE alert-log-file
           END-IF.
           EXIT.
      *-----------------------------------------------------------------
       0200-FORWARD-TO-SYSLOG.
           MOVE lk-program-id TO WS-SL-TAG.
           MOVE lk-error-code TO WS-SL-CODE.
           MOVE SPACES TO WS-SL-TEXT.
           STRING lk-paragraph-id DELIMITED BY SPACE
               ": "           DELIMITED BY SIZE
               lk-message     DELIMITED BY SIZE
               INTO WS-SL-TEXT
           END-STRING.
           CALL "sys-log" USING WS-SL-TAG, WS-SL-CODE, WS-SL-TEXT.
           EXIT.
       END PROGRAM log-error.
