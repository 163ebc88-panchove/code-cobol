      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *   Function keys are captured through CRT STATUS the same way
      *   the calendar captures them, and given their shop-wide
      *   meaning by the key-map subprogram.
       SPECIAL-NAMES.
        SYMBOLIC CHARACTERS
            FKEY-01-VAL
               RECORD KEY IS user-key OF user-rec
               FILE STATUS IS ws-user-fs.

      *    every menu keeps its own session record up to date, so
      *    the registry is shared the same way as the user master
           SELECT session-file
               ASSIGN TO DYNAMIC ws-session-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS session-key OF session-rec
               FILE STATUS IS ws-session-fs.

           SELECT audit-file
               ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT sev-file
               ASSIGN TO DYNAMIC ws-sev-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sev-status.

           SELECT notice-file
               ASSIGN TO DYNAMIC ws-notice-path
               ORGANIZATION IS LINE SEQUENTIAL
        01 user-rec.
           COPY "cpy/user-rec".

       FD session-file.
        01 session-rec.
           COPY "cpy/session-rec".

       FD audit-file.
        01 audit-rec              PIC X(80).

       FD sev-file.
           COPY "cpy/security-event".

       FD notice-file.
        01 notice-rec.
            05 not-id            PIC 9(04).
           88 ws-audit-status-ok   VALUE "00" "05".
       77 ws-saved-fore          PIC 9      VALUE ZERO.
       77 ws-saved-back          PIC 9      VALUE ZERO.
      *   alphanumeric since the room approval queue took the letter
      *   A, the digits having run out
       77 ws-opcion              PIC X(01)  VALUE "0".
       77 ws-option-desc         PIC X(20)  VALUE SPACES.
       77 ws-continue            PIC X(01)  VALUE "Y".
           88 ws-menu-active       VALUE "Y".
       77 ws-signon-denied       PIC X(01)  VALUE "N".
           88 ws-was-denied        VALUE "Y".
       77 ws-user-locale         PIC X(02)  VALUE SPACES.
       77 ws-user-branch         PIC X(04)  VALUE SPACES.
      *   password discipline working fields: the hash staging, the
      *   forced-change prompts, and the maximum password age
       77 ws-hash-in             PIC X(12)  VALUE SPACES.
           03 FILLER             PIC X.
       77 ws-help-program        PIC X(20)  VALUE SPACES.
       77 ws-help-screen         PIC X(12)  VALUE SPACES.
       COPY "cpy/key-map".
      *   per-option rights: the options the role master governs,
      *   with where each sits on main-menu so an option the role
      *   does not grant can be blanked (Colores, Salir and Cambiar
      *   contrasena are the user's own and always open)
       COPY "cpy/access-check".
       01 ws-guard-table-data.
           05 FILLER PIC X(05) VALUE "10301".
           05 FILLER PIC X(05) VALUE "20401".
           05 FILLER PIC X(05) VALUE "30501".
           05 FILLER PIC X(05) VALUE "40601".
           05 FILLER PIC X(05) VALUE "60801".
           05 FILLER PIC X(05) VALUE "70901".
           05 FILLER PIC X(05) VALUE "A0928".
           05 FILLER PIC X(05) VALUE "91028".
       01 ws-guard-table REDEFINES ws-guard-table-data.
           05 ws-guard-entry OCCURS 8 TIMES.
               10 ws-guard-opt       PIC X(01).
               10 ws-guard-line      PIC 99.
               10 ws-guard-col       PIC 99.
       77 ws-guard-max           PIC 99     VALUE 8.
       77 ws-guard-idx           PIC 99     VALUE ZERO.
       77 ws-guard-hit           PIC X(01)  VALUE "N".
           88 ws-option-guarded    VALUE "Y".
      *   session registry: this session's terminal, the idle limit,
      *   and the minute arithmetic that measures inactivity
       77 ws-session-path        PIC X(255) VALUE SPACES.
       77 ws-session-fs          PIC X(02)  VALUE SPACES.
           88 ws-session-fs-ok     VALUE "00" "02".
       77 ws-session-open        PIC X(01)  VALUE "N".
           88 ws-session-tracked   VALUE "Y".
       77 ws-terminal            PIC X(12)  VALUE SPACES.
       77 ws-live-term           PIC X(12)  VALUE SPACES.
       77 ws-idle-txt            PIC X(04)  VALUE SPACES.
       77 ws-idle-limit          PIC 9(04)  VALUE ZERO.
       77 ws-idle-minutes        PIC S9(09) COMP VALUE ZERO.
       77 ws-now-date            PIC 9(08)  VALUE ZERO.
       01 ws-now-clock.
           05 ws-now-hh          PIC 99     VALUE ZERO.
           05 ws-now-mm          PIC 99     VALUE ZERO.
           05 FILLER             PIC 9(04)  VALUE ZERO.
       01 ws-last-clock.
           05 ws-last-hh         PIC 99     VALUE ZERO.
           05 ws-last-mm         PIC 99     VALUE ZERO.
           05 FILLER             PIC 99     VALUE ZERO.
       77 ws-scan-done           PIC X(01)  VALUE "N".
           88 ws-scan-is-done      VALUE "Y".
       77 ws-sup-id              PIC X(08)  VALUE SPACES.
       77 ws-sup-password        PIC X(12)  VALUE SPACES.
       77 ws-sup-allows          PIC X(01)  VALUE "N".
           88 ws-supervisor-allows VALUE "Y".
      *   security events: what happened at sign-on, and the stamp
      *   split the journal layouts share
       77 ws-sev-path            PIC X(255) VALUE SPACES.
       77 ws-sev-status          PIC X(02)  VALUE SPACES.
           88 ws-sev-ok            VALUE "00" "05".
       77 ws-sev-event           PIC X(08)  VALUE SPACES.
       77 ws-sev-detail          PIC X(30)  VALUE SPACES.
       01 ws-sev-stamp-date      PIC 9(08)  VALUE ZERO.
       01 ws-sev-date-split REDEFINES ws-sev-stamp-date.
           05 ws-sev-yyyy        PIC 9(04).
           05 ws-sev-mm          PIC 9(02).
           05 ws-sev-dd          PIC 9(02).
       01 ws-sev-stamp-time      PIC 9(08)  VALUE ZERO.
       01 ws-sev-time-split REDEFINES ws-sev-stamp-time.
           05 ws-sev-hh          PIC 9(02).
           05 ws-sev-mn          PIC 9(02).
           05 ws-sev-ss          PIC 9(02).
           05 ws-sev-hh00        PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       77 color-fore PIC 9 VALUE 0.
            05 LINE 07 COL 01 VALUE " 5.- Colores            ".
            05 LINE 08 COL 01 VALUE " 6.- Bitacora           ".
            05 LINE 09 COL 01 VALUE " 7.- Reportes           ".
            05 LINE 09 COL 28 VALUE " A.- Aprobar salas      ".
            05 LINE 10 COL 01 VALUE " 8.- Salir              ".
            05 LINE 10 COL 28 VALUE " 9.- Pedir reporte      ".
            05 LINE 10 COL 54 VALUE " 0.- Cambiar contrasena ".
            05 LINE 11 COL 20 VALUE "Sesion: ".
            05 LINE 11 COL 28 PIC X(04) FROM ws-session-mode.
            05 LINE 13 COL 01 VALUE " Seleccione su opcion:".
            05 LINE 13 COL 24 PIC X USING ws-opcion.
      *-----------------------------------------------------------------
      *   Lets the operator pick the fore/back colors persisted by
      *   A0800-SAVE-CONFIG, instead of those always being whatever
       A0100-MAIN.
            PERFORM A0200-INIT.
            PERFORM A0300-MENU-LOOP UNTIL NOT ws-menu-active.
            PERFORM A0390-CLEAR-SESSION.
            PERFORM A0800-SAVE-CONFIG.
            IF ws-is-signed-on
                CLOSE user-file
            MOVE color-back TO ws-saved-back.
            PERFORM A0220-SIGN-ON.
            IF ws-is-signed-on
                PERFORM A0270-REGISTER-SESSION
            END-IF.
            IF ws-is-signed-on
      *         the signed-on user's own profile wins over the old
      *         shop-wide config file
                MOVE usr-fore TO color-fore
                MOVE usr-back TO color-back
                MOVE usr-level TO ws-user-level
                MOVE usr-locale TO ws-user-locale
      *         the programs the menu CALLs check their own rights
      *         under this user
                SET ENVIRONMENT "APP_USER" TO ws-user-id
                IF ws-user-locale NOT = SPACES
                    SET ENVIRONMENT "APP_LOCALE" TO ws-user-locale
                END-IF
      *         and the calendar holds them to their own branch's
      *         owners and rooms; a blank branch is the head office
                IF usr-branch = SPACES
                    MOVE CFG-DEFAULT-HEAD-BRANCH TO ws-user-branch
                ELSE
                    MOVE usr-branch TO ws-user-branch
                END-IF
                SET ENVIRONMENT "APP_BRANCH" TO ws-user-branch
                PERFORM A0280-SHOW-NOTICES
            ELSE
      *         a DENIED sign-on gets no menu at all; only the
                    MOVE ws-saved-fore TO color-fore
                    MOVE ws-saved-back TO color-back
                    MOVE 3 TO ws-user-level
                    SET ENVIRONMENT "APP_USER" TO ws-user-id
                END-IF
            END-IF.
            ACCEPT ws-session-mode FROM ENVIRONMENT "APP_SESSION".
      *   USER-variable behavior so the menu never locks everyone
      *   out over a file problem.
       A0220-SIGN-ON.
            PERFORM A0225-WHICH-TERMINAL.
            ACCEPT WS-USER-PATH FROM ENVIRONMENT "USER_MASTER_FILE".
            IF WS-USER-PATH = SPACES
                MOVE CFG-DEFAULT-USER-MASTER TO WS-USER-PATH
                    INVALID KEY
                        DISPLAY "Usuario o contrasena invalidos."
                            AT LINE 06 COL 10
                        MOVE usr-id TO ws-user-id
                        MOVE "FALLO" TO ws-sev-event
                        MOVE "usuario inexistente" TO ws-sev-detail
                        PERFORM A0420-LOG-SECURITY-EVENT
                    NOT INVALID KEY
                        PERFORM A0240-JUDGE-ONE-TRY
                END-READ
                    DISPLAY "Su contrasena vencio; debe cambiarla."
                        AT LINE 06 COL 10
                    PERFORM A0260-CHANGE-PASSWORD
                    MOVE "CLAVEVEN" TO ws-sev-event
                    IF usr-pass-date = ws-signon-date
                        MOVE "cambio exigido, hecho"
                            TO ws-sev-detail
                    ELSE
                        MOVE "cambio exigido, no hecho"
                            TO ws-sev-detail
                    END-IF
                    PERFORM A0420-LOG-SECURITY-EVENT
                END-IF
            END-IF.
            IF NOT ws-is-signed-on
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The terminal this session runs on, for the session
      *   registry and the security events.
       A0225-WHICH-TERMINAL.
            ACCEPT ws-terminal FROM ENVIRONMENT "APP_TERMINAL".
            IF ws-terminal = SPACES
                ACCEPT ws-terminal FROM ENVIRONMENT "SSH_TTY"
            END-IF.
            IF ws-terminal = SPACES
                MOVE "CONSOLA" TO ws-terminal
            END-IF.
      *-----------------------------------------------------------------
      *   One sign-on attempt against the record just read: a locked
      *   account is refused outright, the typed password is
      *   compared against the stored hash (a legacy plain password
                MOVE FUNCTION UPPER-CASE(ws-try-id) TO ws-user-id
                MOVE "Cuenta bloqueada" TO ws-option-desc
                PERFORM A0400-LOG-SELECTION
                MOVE "BLOQUEAD" TO ws-sev-event
                MOVE "intento sobre cuenta bloqueada"
                    TO ws-sev-detail
                PERFORM A0420-LOG-SECURITY-EVENT
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO ws-pass-ok.
                MOVE "Y" TO ws-signed-on
                MOVE usr-id TO ws-user-id
                MOVE ZERO TO usr-fail-count
                ACCEPT usr-last-signon FROM DATE YYYYMMDD
                MOVE "ENTRADA" TO ws-sev-event
                MOVE SPACES TO ws-sev-detail
                PERFORM A0420-LOG-SECURITY-EVENT
                REWRITE user-rec
                    INVALID KEY CONTINUE
                END-REWRITE
                MOVE FUNCTION UPPER-CASE(ws-try-id) TO ws-user-id
                MOVE "Clave erronea" TO ws-option-desc
                PERFORM A0400-LOG-SELECTION
                MOVE "FALLO" TO ws-sev-event
                IF usr-is-active
                    MOVE "contrasena erronea" TO ws-sev-detail
                ELSE
                    MOVE "cuenta inactiva" TO ws-sev-detail
                END-IF
                PERFORM A0420-LOG-SECURITY-EVENT
                IF usr-fail-count >= 3
                    MOVE "L" TO usr-locked
                    DISPLAY "Cuenta bloqueada por intentos "
                        "repetidos." AT LINE 07 COL 10
                    MOVE "Cuenta bloqueada" TO ws-option-desc
                    PERFORM A0400-LOG-SELECTION
                    MOVE "BLOQUEO" TO ws-sev-event
                    MOVE "tres intentos fallidos" TO ws-sev-detail
                    PERFORM A0420-LOG-SECURITY-EVENT
                END-IF
                REWRITE user-rec
                    INVALID KEY CONTINUE
                CLOSE ack-file
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The session registry: the signed-on user is recorded with
      *   this terminal, start time and last activity.  A live
      *   session of the same user on another terminal refuses this
      *   sign-on unless a supervisor allows it on the spot; an
      *   ended or idle-expired one, or one left on this same
      *   terminal, is simply cleared.  A registry that cannot be
      *   opened only warns -- nobody is locked out over it.
       A0270-REGISTER-SESSION.
            ACCEPT ws-session-path FROM ENVIRONMENT "SESSION_FILE".
            IF ws-session-path = SPACES
                MOVE CFG-DEFAULT-SESSIONS TO ws-session-path
            END-IF.
            ACCEPT ws-idle-txt FROM ENVIRONMENT "SESSION_IDLE_MINUTES".
            IF ws-idle-txt IS NUMERIC
                MOVE ws-idle-txt TO ws-idle-limit
            END-IF.
            IF ws-idle-limit = ZERO
                MOVE CFG-DEFAULT-IDLE-MINUTES TO ws-idle-limit
            END-IF.
            OPEN I-O session-file.
            IF ws-session-fs = "35"
                OPEN OUTPUT session-file
                CLOSE session-file
                OPEN I-O session-file
            END-IF.
            IF NOT ws-session-fs-ok
                DISPLAY "Aviso: registro de sesiones no disponible, "
                    "FS=" ws-session-fs AT LINE 20 COL 01
                EXIT PARAGRAPH
            END-IF.
            MOVE "Y" TO ws-session-open.
            PERFORM A0272-FIND-LIVE-SESSION.
            IF ws-live-term NOT = SPACES
                DISPLAY "Ya tiene una sesion abierta en la terminal "
                    ws-live-term AT LINE 10 COL 10
                PERFORM A0276-SUPERVISOR-ALLOWS
                IF NOT ws-supervisor-allows
                    DISPLAY "Segunda sesion rechazada." AT LINE 14
                        COL 10
                    MOVE "Sesion duplicada" TO ws-option-desc
                    PERFORM A0400-LOG-SELECTION
                    CLOSE session-file
                    MOVE "N" TO ws-session-open
                    CLOSE user-file
                    MOVE "N" TO ws-signed-on
                    MOVE "Y" TO ws-signon-denied
                    MOVE "N" TO ws-continue
                    EXIT PARAGRAPH
                END-IF
                MOVE "Sesion doble autoriz" TO ws-option-desc
                PERFORM A0400-LOG-SELECTION
            END-IF.
            ACCEPT ws-now-date FROM DATE YYYYMMDD.
            ACCEPT ws-now-clock FROM TIME.
            MOVE ws-user-id TO ses-user.
            MOVE ws-terminal TO ses-term.
            MOVE ws-now-date TO ses-start-date ses-last-date.
            MOVE ws-now-clock(1:6) TO ses-start-time ses-last-time.
            SET ses-is-active TO TRUE.
            MOVE SPACES TO ses-ended-by.
            WRITE session-rec
                INVALID KEY
                    REWRITE session-rec
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   The user's sessions in the registry: the dead ones go, and
      *   a live one elsewhere is named in ws-live-term.
       A0272-FIND-LIVE-SESSION.
            MOVE SPACES TO ws-live-term.
            MOVE "N" TO ws-scan-done.
            MOVE ws-user-id TO ses-user.
            MOVE LOW-VALUES TO ses-term.
            START session-file
                KEY IS NOT LESS THAN session-key OF session-rec
                INVALID KEY MOVE "Y" TO ws-scan-done
            END-START.
            PERFORM UNTIL ws-scan-is-done
                READ session-file NEXT RECORD
                    AT END MOVE "Y" TO ws-scan-done
                END-READ
                IF NOT ws-scan-is-done
                    IF ses-user NOT = ws-user-id
                        MOVE "Y" TO ws-scan-done
                    ELSE
                        PERFORM A0274-MINUTES-IDLE
                        IF ses-is-ended OR ses-term = ws-terminal
                           OR ws-idle-minutes > ws-idle-limit
                            DELETE session-file RECORD
                                INVALID KEY CONTINUE
                            END-DELETE
                        ELSE
                            MOVE ses-term TO ws-live-term
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Minutes from the session record's last activity to now.
       A0274-MINUTES-IDLE.
            ACCEPT ws-now-date FROM DATE YYYYMMDD.
            ACCEPT ws-now-clock FROM TIME.
            MOVE ses-last-time TO ws-last-clock.
            COMPUTE ws-idle-minutes =
                (FUNCTION INTEGER-OF-DATE(ws-now-date)
                 - FUNCTION INTEGER-OF-DATE
                     (FUNCTION MAX(ses-last-date, 16010101))) * 1440
                + ws-now-hh * 60 + ws-now-mm
                - ws-last-hh * 60 - ws-last-mm.
            EXIT.
      *-----------------------------------------------------------------
      *   A supervisor at the terminal signs the second session in
      *   with their own id and password; their role must hold the
      *   update right on the session screen.  The user record read
      *   for them is replaced by the signing-on user's again.
       A0276-SUPERVISOR-ALLOWS.
            MOVE "N" TO ws-sup-allows.
            DISPLAY "Supervisor que autoriza (vacio = no): "
                AT LINE 11 COL 10.
            ACCEPT ws-sup-id AT LINE 11 COL 49.
            IF ws-sup-id = SPACES
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Contrasena del supervisor: " AT LINE 12 COL 10.
            ACCEPT ws-sup-password AT LINE 12 COL 49 WITH SECURE.
            MOVE FUNCTION UPPER-CASE(ws-sup-id) TO ws-sup-id.
            MOVE ws-sup-password TO ws-hash-in.
            CALL "pass-hash" USING ws-hash-in, ws-hash-out.
            MOVE ws-sup-id TO usr-id.
            READ user-file
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF usr-password = ws-hash-out
                       AND usr-is-active AND NOT usr-is-locked
                       AND ws-sup-id NOT = ws-user-id
                        SET lk-access-op-query TO TRUE
                        MOVE ws-sup-id TO lk-access-user
                        MOVE "session-maint" TO lk-access-option
                        CALL "access-check" USING lk-access-op,
                            lk-access-user, lk-access-option,
                            lk-access-right
                        IF lk-access-update
                            MOVE "Y" TO ws-sup-allows
                        END-IF
                    END-IF
            END-READ.
            MOVE ws-user-id TO usr-id.
            READ user-file
                INVALID KEY CONTINUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   At every menu choice: a session a supervisor ended, or one
      *   left idle past the limit, signs off here instead of
      *   running the option; otherwise the activity is stamped.
       A0380-CHECK-SESSION.
            IF NOT ws-session-tracked
                EXIT PARAGRAPH
            END-IF.
            MOVE ws-user-id TO ses-user.
            MOVE ws-terminal TO ses-term.
            READ session-file
                INVALID KEY
                    MOVE SPACES TO ses-ended-by
                    SET ses-is-ended TO TRUE
            END-READ.
            IF ses-is-ended
                DISPLAY "Su sesion fue terminada por supervision "
                    ses-ended-by AT LINE 15 COL 01
                MOVE "Sesion terminada" TO ws-option-desc
                MOVE "N" TO ws-continue
            ELSE
                PERFORM A0274-MINUTES-IDLE
                IF ws-idle-minutes > ws-idle-limit
                    DISPLAY "Sesion cerrada por inactividad."
                        AT LINE 15 COL 01
                    MOVE "Sesion inactiva" TO ws-option-desc
                    MOVE "N" TO ws-continue
                END-IF
            END-IF.
            IF NOT ws-menu-active
                PERFORM A0400-LOG-SELECTION
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0385-TOUCH-SESSION.
      *-----------------------------------------------------------------
       A0385-TOUCH-SESSION.
            IF NOT ws-session-tracked OR NOT ws-menu-active
                EXIT PARAGRAPH
            END-IF.
            MOVE ws-user-id TO ses-user.
            MOVE ws-terminal TO ses-term.
            READ session-file
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            IF ses-is-active
                ACCEPT ses-last-date FROM DATE YYYYMMDD
                ACCEPT ws-now-clock FROM TIME
                MOVE ws-now-clock(1:6) TO ses-last-time
                REWRITE session-rec
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
      *-----------------------------------------------------------------
      *   Salir, and every forced sign-off, clears the registry.
       A0390-CLEAR-SESSION.
            IF NOT ws-session-tracked
                EXIT PARAGRAPH
            END-IF.
            MOVE ws-user-id TO ses-user.
            MOVE ws-terminal TO ses-term.
            DELETE session-file RECORD
                INVALID KEY CONTINUE
            END-DELETE.
            CLOSE session-file.
            MOVE "N" TO ws-session-open.
      *-----------------------------------------------------------------
       A0230-SEED-IF-EMPTY.
            MOVE LOW-VALUES TO user-key OF user-rec.
                    MOVE ws-hash-out TO usr-password
                    MOVE ZERO TO usr-pass-date
                    MOVE ZERO TO usr-fail-count
                    MOVE ZERO TO usr-last-signon
                    MOVE SPACE TO usr-locked
                    MOVE 3 TO usr-level
                    MOVE "SUPERVIS" TO usr-role
                    MOVE CFG-DEFAULT-COLOR-FORE TO usr-fore
                    MOVE CFG-DEFAULT-COLOR-BACK TO usr-back
                    MOVE CFG-DEFAULT-LOCALE TO usr-locale
                    MOVE CFG-DEFAULT-HEAD-BRANCH TO usr-branch
                    SET usr-is-active TO TRUE
                    WRITE user-rec
                        INVALID KEY CONTINUE
            END-START.
            EXIT.
      *-----------------------------------------------------------------
      *   Options the user's role does not grant are blanked off the
      *   screen before the ACCEPT, and the dispatch refuses them
      *   besides, in case someone types the number from memory.
       A0300-MENU-LOOP.
            END-IF.
            CALL "cls".
            DISPLAY main-menu.
            PERFORM A0310-HIDE-ONE-OPTION
                VARYING ws-guard-idx FROM 1 BY 1
                UNTIL ws-guard-idx > ws-guard-max.
            PERFORM A0305-SHOW-KEY-LEGEND.
            ACCEPT main-menu.
      *     F3 from the top menu has nowhere to go back to, so it
      *     leaves the way F10 does; F5 and the paging keys only
      *     redraw the menu
            PERFORM A0307-TRANSLATE-KEY.
            EVALUATE TRUE
                WHEN lk-key-help
                    MOVE "screen-main-menu" TO ws-help-program
                    MOVE "MAIN" TO ws-help-screen
                    CALL "show-help" USING ws-help-program,
                        ws-help-screen
                    EXIT PARAGRAPH
                WHEN lk-key-back
                WHEN lk-key-exit
                    PERFORM A0500-CONFIRM-EXIT
                    EXIT PARAGRAPH
                WHEN lk-key-none
                    CONTINUE
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            PERFORM A0380-CHECK-SESSION.
            IF NOT ws-menu-active
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0320-DISPATCH.
      *     time spent inside the option was activity, not idleness
            PERFORM A0385-TOUCH-SESSION.
      *-----------------------------------------------------------------
      *   The standard key legend on the bottom line, in the user's
      *   locale.
       A0305-SHOW-KEY-LEGEND.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
      *-----------------------------------------------------------------
       A0307-TRANSLATE-KEY.
            MOVE ws-crt-status TO lk-key-status.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
      *-----------------------------------------------------------------
       A0310-HIDE-ONE-OPTION.
            MOVE SPACES TO lk-access-option.
            STRING "MENU-" ws-guard-opt(ws-guard-idx)
                DELIMITED BY SIZE INTO lk-access-option
            END-STRING.
            PERFORM A0340-ASK-RIGHT.
            IF lk-access-none
                DISPLAY "                        "
                    AT LINE ws-guard-line(ws-guard-idx)
                    COL ws-guard-col(ws-guard-idx)
            END-IF.
      *-----------------------------------------------------------------
       A0320-DISPATCH.
            PERFORM A0330-CHECK-OPTION-RIGHT.
            IF lk-access-none
                DISPLAY "Opcion no permitida para su rol."
                    AT LINE 15 COL 01
                SET lk-access-op-deny TO TRUE
                MOVE ws-user-id TO lk-access-user
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
                EXIT PARAGRAPH
            END-IF.
            EVALUATE ws-opcion
                WHEN "1"
                    MOVE "Archivos" TO ws-option-desc
                    CALL "test-files"
                WHEN "2"
                    MOVE "Gestion" TO ws-option-desc
                    CALL "screen-gestion"
                WHEN "3"
                    MOVE "Consultar" TO ws-option-desc
                    CALL "screen-consultar"
                WHEN "4"
                    MOVE "Mantenimiento" TO ws-option-desc
                    CALL "screen-mantenimiento"
                WHEN "5"
                    MOVE "Colores" TO ws-option-desc
                    PERFORM A0600-CHANGE-COLORS
                WHEN "6"
                    MOVE "Bitacora" TO ws-option-desc
                    CALL "screen-logview"
                WHEN "7"
                    MOVE "Reportes" TO ws-option-desc
                    CALL "screen-reportview"
                WHEN "8"
                    MOVE "Salir" TO ws-option-desc
                    PERFORM A0500-CONFIRM-EXIT
                WHEN "9"
                    MOVE "Pedir reporte" TO ws-option-desc
                    CALL "report-request"
                        ON EXCEPTION
                            DISPLAY "Modulo no disponible."
                                AT LINE 15 COL 01
                    END-CALL
                WHEN "A" WHEN "a"
                    MOVE "Aprobar salas" TO ws-option-desc
                    CALL "room-approve" USING ws-user-id
                        ON EXCEPTION
                            DISPLAY "Modulo no disponible."
                                AT LINE 15 COL 01
                    END-CALL
                WHEN "0"
                    MOVE "Cambiar clave" TO ws-option-desc
                    PERFORM A0650-SELF-CHANGE-PASSWORD
                WHEN OTHER
                    DISPLAY "Opcion invalida." AT LINE 15 COL 01
            END-EVALUATE.
            PERFORM A0400-LOG-SELECTION.
      *-----------------------------------------------------------------
      *   The typed option, if the role master governs it, must be
      *   granted (view is enough to open a menu option; the
      *   programs behind it decide what view lets them do).
       A0330-CHECK-OPTION-RIGHT.
            MOVE "N" TO ws-guard-hit.
            PERFORM VARYING ws-guard-idx FROM 1 BY 1
                UNTIL ws-guard-idx > ws-guard-max
                IF ws-guard-opt(ws-guard-idx)
                    = FUNCTION UPPER-CASE(ws-opcion)
                    MOVE "Y" TO ws-guard-hit
                END-IF
            END-PERFORM.
            MOVE SPACES TO lk-access-option.
            STRING "MENU-" FUNCTION UPPER-CASE(ws-opcion)
                DELIMITED BY SIZE INTO lk-access-option
            END-STRING.
            IF ws-option-guarded
                PERFORM A0340-ASK-RIGHT
            ELSE
                SET lk-access-update TO TRUE
            END-IF.
      *-----------------------------------------------------------------
       A0340-ASK-RIGHT.
            SET lk-access-op-query TO TRUE.
            MOVE ws-user-id TO lk-access-user.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
      *-----------------------------------------------------------------
       A0400-LOG-SELECTION.
            ACCEPT ws-audit-path FROM ENVIRONMENT "MENU_AUDIT_FILE".
                DISPLAY "Aviso: no se pudo abrir auditoria, FS="
                    ws-audit-status AT LINE 20 COL 01
            END-IF.
      *-----------------------------------------------------------------
      *   One line in the security event file for the sign-on step
      *   just taken; the caller stages the event and its detail.
      *   Same open-EXTEND-else-create pattern as the journals.
       A0420-LOG-SECURITY-EVENT.
            ACCEPT ws-sev-path FROM ENVIRONMENT "SECURITY_LOG_FILE".
            IF ws-sev-path = SPACES
                MOVE CFG-DEFAULT-SECURITY-LOG TO ws-sev-path
            END-IF.
            ACCEPT ws-sev-stamp-date FROM DATE YYYYMMDD.
            ACCEPT ws-sev-stamp-time FROM TIME.
            OPEN EXTEND sev-file.
            IF NOT ws-sev-ok
                CLOSE sev-file
                OPEN OUTPUT sev-file
            END-IF.
            IF NOT ws-sev-ok
                DISPLAY "Aviso: no se pudo grabar evento de "
                    "seguridad, FS=" ws-sev-status AT LINE 20 COL 01
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO sev-rec.
            STRING ws-sev-yyyy "-" ws-sev-mm "-" ws-sev-dd
                DELIMITED BY SIZE INTO sev-date
            END-STRING.
            STRING ws-sev-hh ":" ws-sev-mn ":" ws-sev-ss
                DELIMITED BY SIZE INTO sev-time
            END-STRING.
            MOVE "|" TO sev-sep1 sev-sep2 sev-sep3 sev-sep4 sev-sep5.
            MOVE ws-user-id TO sev-user.
            MOVE ws-terminal TO sev-terminal.
            MOVE ws-sev-event TO sev-event.
            MOVE ws-sev-detail TO sev-detail.
            WRITE sev-rec.
            CLOSE sev-file.
      *-----------------------------------------------------------------
       A0500-CONFIRM-EXIT.
            DISPLAY "Confirma salir (S/N): " AT LINE 15 COL 01.
            MOVE color-fore TO ws-new-fore.
            MOVE color-back TO ws-new-back.
            DISPLAY color-screen.
            PERFORM A0305-SHOW-KEY-LEGEND.
            ACCEPT color-screen.
            PERFORM A0307-TRANSLATE-KEY.
            IF lk-key-help
                MOVE "screen-main-menu" TO ws-help-program
                MOVE "COLORS" TO ws-help-screen
                CALL "show-help" USING ws-help-program,
                    ws-help-screen
                EXIT PARAGRAPH
            END-IF.
            IF lk-key-back OR lk-key-exit
                DISPLAY "Sin cambios de color." AT LINE 15 COL 01
                EXIT PARAGRAPH
            END-IF.
            IF ws-new-fore > 7 OR ws-new-back > 7
                DISPLAY "Color invalido (use 0-7); sin cambios."
                    AT LINE 15 COL 01
