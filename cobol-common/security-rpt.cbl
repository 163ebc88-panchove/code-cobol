      ******************************************************************
      * SECURITY-RPT
      * Daily security report for the supervisors.  For one date
      * (SECURITY_RPT_DATE as AAAAMMDD, default today) it reads the
      * sign-on's security event file and the user-master change
      * journal and lists, in four sections: failed sign-on
      * attempts counted by user and terminal; the accounts locked
      * out that day, followed by every account still locked in the
      * user master; the privilege raises journaled that day (a
      * higher level, or a changed role); and the active accounts
      * with no sign-on in the last SECURITY_DORMANT_DAYS days
      * (default 90), including those never signed on at all.
      * Output goes through the shared print-spool subprogram; runs
      * in the nightly stream after the operator-activity report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-rpt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sev-file
               ASSIGN TO DYNAMIC WS-SEV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEV.

           SELECT ujrn-file
               ASSIGN TO DYNAMIC WS-UJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UJRN.

           SELECT user-file
               ASSIGN TO DYNAMIC WS-USERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS user-key OF user-rec
               FILE STATUS IS WS-FS-USERS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD sev-file.
           COPY "cpy/security-event".

       FD ujrn-file.
           COPY "cpy/user-journal".

       FD user-file.
        01 user-rec.
           COPY "cpy/user-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/print-spool".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-SEV-PATH           PIC X(255) VALUE SPACES.
       77 WS-UJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-USERS-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-SEV             PIC X(02) VALUE "00".
           88 WS-FS-SEV-OK          VALUE "00".
       77 WS-FS-UJRN            PIC X(02) VALUE "00".
           88 WS-FS-UJRN-OK         VALUE "00".
       77 WS-FS-USERS           PIC X(02) VALUE "00".
           88 WS-FS-USERS-OK        VALUE "00" "02".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-WANT-YMD           PIC 9(08) VALUE ZERO.
       77 WS-WANT-DASH          PIC X(10) VALUE SPACES.
       77 WS-DATE-TXT           PIC X(08) VALUE SPACES.
       77 WS-DORMANT-TXT        PIC X(04) VALUE SPACES.
       77 WS-DORMANT-DAYS       PIC 9(04) VALUE ZERO.
       77 WS-DAYS-IDLE          PIC S9(07) COMP VALUE ZERO.
      *   failed attempts of the day, one entry per user and
      *   terminal, sorted before listing
       77 WS-FAIL-MAX           PIC 9(03) COMP VALUE 200.
       77 WS-FAIL-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-FAIL-TABLE.
           05 WS-FAIL-ENTRY OCCURS 200 TIMES.
               10 WS-FAIL-USER      PIC X(08).
               10 WS-FAIL-TERM      PIC X(12).
               10 WS-FAIL-TIMES     PIC 9(04).
               10 WS-FAIL-LAST      PIC X(08).
       77 WS-FAIL-I             PIC 9(03) COMP VALUE ZERO.
       77 WS-FAIL-J             PIC 9(03) COMP VALUE ZERO.
       01 WS-FAIL-SWAP          PIC X(32) VALUE SPACES.
       77 WS-FOUND-SW           PIC X(01) VALUE "N".
        88 WS-FOUND             VALUE "Y".
      *   lockouts of the day, in the order they happened
       77 WS-LOCK-MAX           PIC 9(03) COMP VALUE 100.
       77 WS-LOCK-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 100 TIMES.
               10 WS-LOCK-TIME      PIC X(08).
               10 WS-LOCK-USER      PIC X(08).
               10 WS-LOCK-TERM      PIC X(12).
       77 WS-LOCK-I             PIC 9(03) COMP VALUE ZERO.
       77 WS-TOTAL-FAILS        PIC 9(05) VALUE ZERO.
       77 WS-CNT-LOCKED         PIC 9(05) VALUE ZERO.
       77 WS-CNT-RAISES         PIC 9(05) VALUE ZERO.
       77 WS-CNT-DORMANT        PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "security-rpt" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            PERFORM A0300-GATHER-EVENTS.
            PERFORM A0400-SORT-FAILURES.
            SET lk-spool-op-open TO TRUE.
            MOVE "seguridad" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Informe de seguridad del " WS-WANT-DASH
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM A0500-LIST-FAILURES.
            PERFORM A0600-LIST-LOCKOUTS.
            PERFORM A0650-LIST-RAISES.
            PERFORM A0700-LIST-DORMANT.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Informe de seguridad; intentos fallidos: "
                WS-TOTAL-FAILS.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT WS-SEV-PATH FROM ENVIRONMENT "SECURITY_LOG_FILE".
            IF WS-SEV-PATH = SPACES
                MOVE CFG-DEFAULT-SECURITY-LOG TO WS-SEV-PATH
            END-IF.
            ACCEPT WS-UJRN-PATH FROM ENVIRONMENT "USER_JOURNAL_FILE".
            IF WS-UJRN-PATH = SPACES
                MOVE CFG-DEFAULT-USER-JOURNAL TO WS-UJRN-PATH
            END-IF.
            ACCEPT WS-USERS-PATH FROM ENVIRONMENT "USER_MASTER_FILE".
            IF WS-USERS-PATH = SPACES
                MOVE CFG-DEFAULT-USER-MASTER TO WS-USERS-PATH
            END-IF.
            ACCEPT WS-DATE-TXT FROM ENVIRONMENT "SECURITY_RPT_DATE".
            IF WS-DATE-TXT IS NUMERIC
                MOVE WS-DATE-TXT TO WS-WANT-YMD
            ELSE
                ACCEPT WS-WANT-YMD FROM DATE YYYYMMDD
            END-IF.
            MOVE WS-WANT-YMD TO WS-DATE-TXT.
            MOVE SPACES TO WS-WANT-DASH.
            STRING WS-DATE-TXT(1:4) "-" WS-DATE-TXT(5:2) "-"
                WS-DATE-TXT(7:2)
                DELIMITED BY SIZE INTO WS-WANT-DASH
            END-STRING.
            ACCEPT WS-DORMANT-TXT
                FROM ENVIRONMENT "SECURITY_DORMANT_DAYS".
            IF WS-DORMANT-TXT NOT = SPACES
               AND FUNCTION TRIM(WS-DORMANT-TXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-DORMANT-TXT)
                    TO WS-DORMANT-DAYS
            ELSE
                MOVE CFG-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The day's failed attempts go into the user/terminal table
      *   (an attempt on a locked account counts as failed too), and
      *   its lockouts into the lockout table.
       A0300-GATHER-EVENTS.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT sev-file.
            IF NOT WS-FS-SEV-OK
                EXIT PARAGRAPH
            END-IF.
            READ sev-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF sev-date = WS-WANT-DASH
                    EVALUATE sev-event
                        WHEN "FALLO"
                        WHEN "BLOQUEAD"
                            PERFORM A0350-COUNT-FAILURE
                        WHEN "BLOQUEO"
                            IF WS-LOCK-COUNT < WS-LOCK-MAX
                                ADD 1 TO WS-LOCK-COUNT
                                MOVE sev-time
                                    TO WS-LOCK-TIME(WS-LOCK-COUNT)
                                MOVE sev-user
                                    TO WS-LOCK-USER(WS-LOCK-COUNT)
                                MOVE sev-terminal
                                    TO WS-LOCK-TERM(WS-LOCK-COUNT)
                            END-IF
                    END-EVALUATE
                END-IF
                READ sev-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE sev-file.
            EXIT.
      *-----------------------------------------------------------------
       A0350-COUNT-FAILURE.
            ADD 1 TO WS-TOTAL-FAILS.
            MOVE "N" TO WS-FOUND-SW.
            PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                    UNTIL WS-FAIL-I > WS-FAIL-COUNT OR WS-FOUND
                IF WS-FAIL-USER(WS-FAIL-I) = sev-user
                   AND WS-FAIL-TERM(WS-FAIL-I) = sev-terminal
                    SET WS-FOUND TO TRUE
                    ADD 1 TO WS-FAIL-TIMES(WS-FAIL-I)
                    MOVE sev-time TO WS-FAIL-LAST(WS-FAIL-I)
                END-IF
            END-PERFORM.
            IF WS-FOUND OR WS-FAIL-COUNT >= WS-FAIL-MAX
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-FAIL-COUNT.
            MOVE sev-user TO WS-FAIL-USER(WS-FAIL-COUNT).
            MOVE sev-terminal TO WS-FAIL-TERM(WS-FAIL-COUNT).
            MOVE 1 TO WS-FAIL-TIMES(WS-FAIL-COUNT).
            MOVE sev-time TO WS-FAIL-LAST(WS-FAIL-COUNT).
            EXIT.
      *-----------------------------------------------------------------
       A0400-SORT-FAILURES.
            PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                    UNTIL WS-FAIL-I >= WS-FAIL-COUNT
                PERFORM VARYING WS-FAIL-J FROM 1 BY 1
                        UNTIL WS-FAIL-J >= WS-FAIL-COUNT
                    IF WS-FAIL-ENTRY(WS-FAIL-J)(1:20)
                            > WS-FAIL-ENTRY(WS-FAIL-J + 1)(1:20)
                        MOVE WS-FAIL-ENTRY(WS-FAIL-J)
                            TO WS-FAIL-SWAP
                        MOVE WS-FAIL-ENTRY(WS-FAIL-J + 1)
                            TO WS-FAIL-ENTRY(WS-FAIL-J)
                        MOVE WS-FAIL-SWAP
                            TO WS-FAIL-ENTRY(WS-FAIL-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0500-LIST-FAILURES.
            MOVE "Intentos fallidos por usuario y terminal"
                TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-FAIL-I FROM 1 BY 1
                    UNTIL WS-FAIL-I > WS-FAIL-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " WS-FAIL-USER(WS-FAIL-I) " "
                    WS-FAIL-TERM(WS-FAIL-I) " intentos "
                    WS-FAIL-TIMES(WS-FAIL-I) " ultimo "
                    WS-FAIL-LAST(WS-FAIL-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total de intentos fallidos: " WS-TOTAL-FAILS
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The day's lockouts as they happened, then every account the
      *   master still holds locked (older lockouts not yet reset).
       A0600-LIST-LOCKOUTS.
            MOVE "Cuentas bloqueadas en el dia" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-LOCK-I FROM 1 BY 1
                    UNTIL WS-LOCK-I > WS-LOCK-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " WS-LOCK-TIME(WS-LOCK-I) " "
                    WS-LOCK-USER(WS-LOCK-I) " desde "
                    WS-LOCK-TERM(WS-LOCK-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-PERFORM.
            MOVE "Cuentas que siguen bloqueadas" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT user-file.
            IF NOT WS-FS-USERS-OK
                MOVE "  (maestro de usuarios no disponible)"
                    TO WS-REPORT-LINE
                PERFORM A0800-SPOOL-ONE-LINE
                EXIT PARAGRAPH
            END-IF.
            READ user-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF usr-is-locked
                    ADD 1 TO WS-CNT-LOCKED
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "  " usr-id " " usr-name
                        " fallos " usr-fail-count
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0800-SPOOL-ONE-LINE
                END-IF
                READ user-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE user-file.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total bloqueadas: " WS-CNT-LOCKED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   A raise is a level going up (a new user above level 1
      *   counts) or any change of role, since roles carry no order.
       A0650-LIST-RAISES.
            MOVE "Aumentos de privilegio" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT ujrn-file.
            IF NOT WS-FS-UJRN-OK
                MOVE "  Total de aumentos: 00000" TO WS-REPORT-LINE
                PERFORM A0800-SPOOL-ONE-LINE
                EXIT PARAGRAPH
            END-IF.
            READ ujrn-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF ujrn-date = WS-WANT-DASH
                    EVALUATE TRUE
                        WHEN ujrn-field = "NIVEL"
                         AND ujrn-after > ujrn-before
                         AND (ujrn-before NOT = SPACES
                              OR ujrn-after > "1")
                            PERFORM A0660-LIST-ONE-RAISE
                        WHEN ujrn-field = "ROL"
                         AND ujrn-after NOT = ujrn-before
                         AND ujrn-after NOT = SPACES
                            PERFORM A0660-LIST-ONE-RAISE
                    END-EVALUATE
                END-IF
                READ ujrn-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE ujrn-file.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total de aumentos: " WS-CNT-RAISES
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0660-LIST-ONE-RAISE.
            ADD 1 TO WS-CNT-RAISES.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " ujrn-time " " ujrn-user " "
                ujrn-field " " FUNCTION TRIM(ujrn-before) " -> "
                FUNCTION TRIM(ujrn-after) " por " ujrn-operator
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   Active accounts whose last good sign-on is older than the
      *   limit, or that never signed on.
       A0700-LIST-DORMANT.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Cuentas sin uso en " WS-DORMANT-DAYS " dias"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT user-file.
            IF NOT WS-FS-USERS-OK
                MOVE "  (maestro de usuarios no disponible)"
                    TO WS-REPORT-LINE
                PERFORM A0800-SPOOL-ONE-LINE
                EXIT PARAGRAPH
            END-IF.
            READ user-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF usr-is-active
                    PERFORM A0750-CHECK-DORMANT
                END-IF
                READ user-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE user-file.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total sin uso: " WS-CNT-DORMANT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0750-CHECK-DORMANT.
            MOVE SPACES TO WS-REPORT-LINE.
            IF usr-last-signon IS NOT NUMERIC
               OR usr-last-signon = ZERO
                ADD 1 TO WS-CNT-DORMANT
                STRING "  " usr-id " " usr-name " nunca entro"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DAYS-IDLE =
                FUNCTION INTEGER-OF-DATE(WS-WANT-YMD)
                - FUNCTION INTEGER-OF-DATE(usr-last-signon).
            IF WS-DAYS-IDLE >= WS-DORMANT-DAYS
                ADD 1 TO WS-CNT-DORMANT
                STRING "  " usr-id " " usr-name " ultima entrada "
                    usr-last-signon(7:2) "/" usr-last-signon(5:2) "/"
                    usr-last-signon(1:4)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0800-SPOOL-ONE-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
       END PROGRAM security-rpt.
