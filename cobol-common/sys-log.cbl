      ******************************************************************
      * SHARED SYSTEM-LOG SUBPROGRAM
      * Forwards one message to the operating system's log facility,
      * which is what the operations monitoring console watches, so
      * a 2am abend reaches somebody without waiting for the morning
      * shift to open data/operator-alert.log.  The message travels
      * as a logger command through the C bridge's system routine
      * (the same borrowing spool-release uses), tagged with the
      * caller's program or job name and sent at the priority that
      * matches its code on the cpy/return-codes scale:
      *   RC-ABEND   -> alert        RC-SEVERE  -> crit
      *   RC-ERROR   -> err          RC-WARNING -> warning
      *   anything lower -> notice
      * log-error calls it for entries at RC-SEVERE or worse and
      * job-journal for an END carrying a non-zero return code.
      *
      * Nothing is handed back.  When the C call is unavailable (or
      * the logger command is missing) c-bridge notes the failure in
      * the error log at RC-ERROR -- below the forwarding threshold,
      * so it is never forwarded in turn -- and the caller's own file
      * logging stands as the record, exactly as before.  The
      * facility defaults to CFG-DEFAULT-SYSLOG-FACILITY and can be
      * overridden with SYSLOG_FACILITY; SYSLOG_FORWARD=N switches
      * the forwarding off for a run (a test run, or a host with no
      * log daemon).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sys-log.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/c-bridge".
      *   null-terminated shell command for the C library's system
      *   routine, which hands the message to logger
       01 WS-CMD-BUFFER.
           05 WS-CMD-TEXT       PIC X(300) VALUE SPACES.
           05 WS-CMD-NUL        PIC X(01) VALUE LOW-VALUE.
       77 WS-FORWARD-SWITCH     PIC X(01) VALUE SPACE.
           88 WS-FORWARD-OFF        VALUE "N" "n".
       77 WS-FACILITY           PIC X(10) VALUE SPACES.
       77 WS-PRIORITY           PIC X(07) VALUE SPACES.
       77 WS-TAG                PIC X(20) VALUE SPACES.
       77 WS-TEXT               PIC X(100) VALUE SPACES.
       77 WS-CODE-EDIT          PIC 9(04) VALUE ZERO.
       LINKAGE SECTION.
       77 lk-sl-tag             PIC X(20).
       77 lk-sl-code            PIC 9(04).
       77 lk-sl-text            PIC X(100).
       PROCEDURE DIVISION USING lk-sl-tag, lk-sl-code, lk-sl-text.
       0000-MAIN.
           MOVE SPACE TO WS-FORWARD-SWITCH.
           ACCEPT WS-FORWARD-SWITCH FROM ENVIRONMENT "SYSLOG_FORWARD".
           IF WS-FORWARD-OFF
               GOBACK
           END-IF.
           ACCEPT WS-FACILITY FROM ENVIRONMENT "SYSLOG_FACILITY".
           IF WS-FACILITY = SPACES
               MOVE CFG-DEFAULT-SYSLOG-FACILITY TO WS-FACILITY
           END-IF.
           PERFORM 1000-MAP-PRIORITY.
           PERFORM 2000-BUILD-COMMAND.
           MOVE "system" TO lk-c-func-name.
           SET lk-ptr TO ADDRESS OF WS-CMD-BUFFER.
           CALL "c-bridge" USING lk-c-func-name, lk-ptr, lk-status.
           GOBACK.
      *-----------------------------------------------------------------
       1000-MAP-PRIORITY.
           EVALUATE TRUE
               WHEN lk-sl-code >= RC-ABEND
                   MOVE "alert" TO WS-PRIORITY
               WHEN lk-sl-code >= RC-SEVERE
                   MOVE "crit" TO WS-PRIORITY
               WHEN lk-sl-code >= RC-ERROR
                   MOVE "err" TO WS-PRIORITY
               WHEN lk-sl-code >= RC-WARNING
                   MOVE "warning" TO WS-PRIORITY
               WHEN OTHER
                   MOVE "notice" TO WS-PRIORITY
           END-EVALUATE.
           EXIT.
      *-----------------------------------------------------------------
      *   Tag and text go to the shell inside single quotes, so any
      *   quote of their own is blanked first; logger's output is
      *   discarded, the console reads the log, not our job output.
       2000-BUILD-COMMAND.
           MOVE lk-sl-tag TO WS-TAG.
           MOVE lk-sl-text TO WS-TEXT.
           INSPECT WS-TAG REPLACING ALL "'" BY SPACE.
           INSPECT WS-TEXT REPLACING ALL "'" BY SPACE.
           IF WS-TAG = SPACES
               MOVE "cobol-batch" TO WS-TAG
           END-IF.
           MOVE lk-sl-code TO WS-CODE-EDIT.
           MOVE SPACES TO WS-CMD-TEXT.
           STRING "logger -t '" FUNCTION TRIM(WS-TAG)
               "' -p " FUNCTION TRIM(WS-FACILITY) "."
               FUNCTION TRIM(WS-PRIORITY)
               " -- 'RC=" WS-CODE-EDIT " "
               FUNCTION TRIM(WS-TEXT TRAILING)
               "' >/dev/null 2>&1"
               DELIMITED BY SIZE INTO WS-CMD-TEXT
           END-STRING.
           MOVE LOW-VALUE TO WS-CMD-NUL.
           EXIT.
       END PROGRAM sys-log.
