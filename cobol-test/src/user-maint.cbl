      * USER-MAINT
      * Maintenance for the user master the main menu signs on
      * against (layout in cpy/user-rec): add a user, modify name /
      * password / level / role, deactivate or reactivate, and list
      * the master.  Reached from the Mantenimiento data-utilities
      * picklist; prompt-driven in the same style as owner-maint,
      * with a confirmation before anything is overwritten.  An
      * operator whose role grants this program only the view right
      * may list, and every other action is refused and audited.
      * Every change that reaches the master is journaled field by
      * field, before and after (cpy/user-journal), under the
      * operator who made it; a password only as changed.  Each
      * user belongs to a branch on the branch master (blank = the
      * head office) and a new user starts on that branch's locale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. user-maint.
                LOCK MODE IS MANUAL
                RECORD KEY IS user-key OF user-rec
                FILE STATUS IS WS-FS-USERS.

            SELECT ujrn-file
                ASSIGN TO DYNAMIC WS-UJRN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-UJRN.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD user-file.
        01 user-rec.
           COPY "cpy/user-rec".

       FD ujrn-file.
           COPY "cpy/user-journal".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-PASS          PIC X(12) VALUE SPACES.
       77 WS-WORK-LEVEL         PIC X(01) VALUE SPACE.
       77 WS-WORK-ROLE          PIC X(08) VALUE SPACES.
       77 WS-WORK-BRANCH        PIC X(04) VALUE SPACES.
      *   staged branch-check CALL arguments
       77 WS-BRN-CODE           PIC X(04) VALUE SPACES.
       77 WS-BRN-NAME           PIC X(30) VALUE SPACES.
       77 WS-BRN-LOCALE         PIC X(02) VALUE SPACES.
       77 WS-BRN-FOUND          PIC X(01) VALUE SPACE.
           88 WS-BRN-ACCEPTED       VALUE "Y" "X".
       COPY "cpy/access-check".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-USERS         PIC X(01) VALUE "N".
        88 EOF-user-file       VALUE "Y".
       77 WS-LIST-COUNT         PIC 9(05) COMP VALUE ZERO.
      *   the record as read, for the journal's before values
       77 WS-OLD-NAME           PIC X(30) VALUE SPACES.
       77 WS-OLD-LEVEL          PIC X(01) VALUE SPACE.
       77 WS-OLD-ROLE           PIC X(08) VALUE SPACES.
       77 WS-OLD-BRANCH         PIC X(04) VALUE SPACES.
      *   one journal line, staged by the caller of A0700
       77 WS-UJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-UJRN            PIC X(02) VALUE "00".
           88 WS-FS-UJRN-OK         VALUE "00" "05".
       77 WS-UJRN-OPER          PIC X(08) VALUE SPACES.
       77 WS-UJRN-ACTION        PIC X(08) VALUE SPACES.
       77 WS-UJRN-FIELD         PIC X(08) VALUE SPACES.
       77 WS-UJRN-BEFORE        PIC X(30) VALUE SPACES.
       77 WS-UJRN-AFTER         PIC X(30) VALUE SPACES.
       01 WS-UJRN-STAMP-DATE    PIC 9(08) VALUE ZERO.
       01 WS-UJRN-DATE-SPLIT REDEFINES WS-UJRN-STAMP-DATE.
           05 WS-UJRN-YYYY      PIC 9(04).
           05 WS-UJRN-MM        PIC 9(02).
           05 WS-UJRN-DD        PIC 9(02).
       01 WS-UJRN-STAMP-TIME    PIC 9(08) VALUE ZERO.
       01 WS-UJRN-TIME-SPLIT REDEFINES WS-UJRN-STAMP-TIME.
           05 WS-UJRN-HH        PIC 9(02).
           05 WS-UJRN-MN        PIC 9(02).
           05 WS-UJRN-SS        PIC 9(02).
           05 WS-UJRN-HH00      PIC 9(02).
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                    "Inactiva, R=Reset de bloqueo, L=Listar): "
                    WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF NOT WS-ACTION-LIST
                    PERFORM A0150-CHECK-UPDATE-RIGHT
                END-IF
                EVALUATE TRUE
                    WHEN WS-ACTION-ADD    PERFORM A0200-ADD-USER
                    WHEN WS-ACTION-MODIFY PERFORM A0300-MODIFY-USER
                CLOSE user-file
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
      *   Anything but listing needs the update right on user-maint;
      *   a refused action is turned into no action at all.
       A0150-CHECK-UPDATE-RIGHT.
            SET lk-access-op-query TO TRUE.
            ACCEPT lk-access-user FROM ENVIRONMENT "APP_USER".
            MOVE "user-maint" TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF NOT lk-access-update
                DISPLAY "Su rol solo permite listar usuarios."
                SET lk-access-op-deny TO TRUE
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
                MOVE SPACE TO WS-ACTION
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The typed branch against the branch master; a missing
      *   master takes the code as typed.
       A0180-CHECK-BRANCH.
            MOVE WS-WORK-BRANCH TO WS-BRN-CODE.
            CALL "branch-check" USING WS-BRN-CODE, WS-BRN-NAME,
                WS-BRN-LOCALE, WS-BRN-FOUND.
            EXIT.
      *-----------------------------------------------------------------
       A0200-ADD-USER.
            DISPLAY "Identificacion (8): " WITH NO ADVANCING.
            DISPLAY "Nivel (1=Consulta, 2=Operacion, 3=Supervision):"
                " " WITH NO ADVANCING.
            ACCEPT WS-WORK-LEVEL.
            DISPLAY "Rol (vacio = el de su nivel): " WITH NO ADVANCING.
            ACCEPT WS-WORK-ROLE.
            DISPLAY "Sucursal (vacia = casa matriz): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-ID = SPACES
                DISPLAY "Identificacion vacia, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0180-CHECK-BRANCH.
            IF NOT WS-BRN-ACCEPTED
                DISPLAY "Sucursal no registrada o inactiva, no se "
                    "agrego."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO usr-id.
            MOVE WS-WORK-NAME TO usr-name.
      *     stored hashed, and dated zero so the user must pick
            MOVE WS-HASH-OUT TO usr-password.
            MOVE ZERO TO usr-pass-date.
            MOVE ZERO TO usr-fail-count.
            MOVE ZERO TO usr-last-signon.
            MOVE SPACE TO usr-locked.
            IF WS-WORK-LEVEL >= "1" AND WS-WORK-LEVEL <= "3"
                MOVE WS-WORK-LEVEL TO usr-level
            ELSE
                MOVE 1 TO usr-level
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ROLE) TO usr-role.
            MOVE CFG-DEFAULT-COLOR-FORE TO usr-fore.
            MOVE CFG-DEFAULT-COLOR-BACK TO usr-back.
            MOVE WS-BRN-CODE TO usr-branch.
            IF WS-BRN-LOCALE = SPACES
                MOVE CFG-DEFAULT-LOCALE TO usr-locale
            ELSE
                MOVE WS-BRN-LOCALE TO usr-locale
            END-IF.
            SET usr-is-active TO TRUE.
            WRITE user-rec
                INVALID KEY
                    DISPLAY "Ya existe esa identificacion."
                NOT INVALID KEY
                    DISPLAY "Usuario agregado al maestro."
                    PERFORM A0250-JOURNAL-ADD
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   A new user: one line for each field the new record sets.
       A0250-JOURNAL-ADD.
            MOVE "ALTA" TO WS-UJRN-ACTION.
            MOVE SPACES TO WS-UJRN-BEFORE.
            MOVE "NOMBRE" TO WS-UJRN-FIELD.
            MOVE usr-name TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            MOVE "CLAVE" TO WS-UJRN-FIELD.
            MOVE "(asignada)" TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            MOVE "NIVEL" TO WS-UJRN-FIELD.
            MOVE usr-level TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            MOVE "ROL" TO WS-UJRN-FIELD.
            MOVE usr-role TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            MOVE "SUCURSAL" TO WS-UJRN-FIELD.
            MOVE usr-branch TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            EXIT.
      *-----------------------------------------------------------------
       A0300-MODIFY-USER.
            DISPLAY "Identificacion a modificar: " WITH NO ADVANCING.
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            MOVE usr-name TO WS-OLD-NAME.
            MOVE usr-level TO WS-OLD-LEVEL.
            MOVE usr-role TO WS-OLD-ROLE.
            MOVE usr-branch TO WS-OLD-BRANCH.
            DISPLAY "Actual: " usr-name " / nivel " usr-level
                " / rol " usr-role " / sucursal " usr-branch.
            DISPLAY "Nuevo nombre (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Nuevo nivel 1-3 (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LEVEL.
            DISPLAY "Nuevo rol (vacio = sin cambio, * = el de su "
                "nivel): " WITH NO ADVANCING.
            ACCEPT WS-WORK-ROLE.
            DISPLAY "Nueva sucursal (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO usr-name
            END-IF.
            IF WS-WORK-LEVEL >= "1" AND WS-WORK-LEVEL <= "3"
                MOVE WS-WORK-LEVEL TO usr-level
            END-IF.
            IF WS-WORK-ROLE = "*"
                MOVE SPACES TO usr-role
            ELSE
                IF WS-WORK-ROLE NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-WORK-ROLE) TO usr-role
                END-IF
            END-IF.
            IF WS-WORK-BRANCH NOT = SPACES
                PERFORM A0180-CHECK-BRANCH
                IF WS-BRN-ACCEPTED
                    MOVE WS-BRN-CODE TO usr-branch
                ELSE
                    DISPLAY "Sucursal no registrada o inactiva; "
                        "se conserva la actual."
                END-IF
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                            WS-FS-USERS
                    NOT INVALID KEY
                        DISPLAY "Usuario actualizado."
                        PERFORM A0360-JOURNAL-MODIFY
                END-REWRITE
            ELSE
                DISPLAY "Modificacion cancelada."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A modification: one line for each field that really
      *   changed.  A new password shows only as changed, even when
      *   it hashes the same as the old one.
       A0360-JOURNAL-MODIFY.
            MOVE "CAMBIO" TO WS-UJRN-ACTION.
            IF usr-name NOT = WS-OLD-NAME
                MOVE "NOMBRE" TO WS-UJRN-FIELD
                MOVE WS-OLD-NAME TO WS-UJRN-BEFORE
                MOVE usr-name TO WS-UJRN-AFTER
                PERFORM A0700-WRITE-JOURNAL
            END-IF.
            IF WS-WORK-PASS NOT = SPACES
                MOVE "CLAVE" TO WS-UJRN-FIELD
                MOVE SPACES TO WS-UJRN-BEFORE
                MOVE "(cambiada)" TO WS-UJRN-AFTER
                PERFORM A0700-WRITE-JOURNAL
            END-IF.
            IF usr-level NOT = WS-OLD-LEVEL
                MOVE "NIVEL" TO WS-UJRN-FIELD
                MOVE WS-OLD-LEVEL TO WS-UJRN-BEFORE
                MOVE usr-level TO WS-UJRN-AFTER
                PERFORM A0700-WRITE-JOURNAL
            END-IF.
            IF usr-role NOT = WS-OLD-ROLE
                MOVE "ROL" TO WS-UJRN-FIELD
                MOVE WS-OLD-ROLE TO WS-UJRN-BEFORE
                MOVE usr-role TO WS-UJRN-AFTER
                PERFORM A0700-WRITE-JOURNAL
            END-IF.
            IF usr-branch NOT = WS-OLD-BRANCH
                MOVE "SUCURSAL" TO WS-UJRN-FIELD
                MOVE WS-OLD-BRANCH TO WS-UJRN-BEFORE
                MOVE usr-branch TO WS-UJRN-AFTER
                PERFORM A0700-WRITE-JOURNAL
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0400-TOGGLE-USER.
            DISPLAY "Identificacion a activar/inactivar: "
                        INVALID KEY
                            DISPLAY "Error al grabar, estado: "
                                WS-FS-USERS
                        NOT INVALID KEY
                            MOVE "ESTADO" TO WS-UJRN-ACTION
                            MOVE "ACTIVO" TO WS-UJRN-FIELD
                            IF usr-is-active
                                MOVE "INACTIVO" TO WS-UJRN-BEFORE
                                MOVE "ACTIVO" TO WS-UJRN-AFTER
                            ELSE
                                MOVE "ACTIVO" TO WS-UJRN-BEFORE
                                MOVE "INACTIVO" TO WS-UJRN-AFTER
                            END-IF
                            PERFORM A0700-WRITE-JOURNAL
                    END-REWRITE
                WHEN WS-FS-USERS = "51" OR WS-FS-USERS = "99"
                    DISPLAY "Registro en uso por otro operador; "
            END-READ.
            EVALUATE TRUE
                WHEN WS-FS-USERS = "00"
                    MOVE usr-locked TO WS-UJRN-BEFORE
                    MOVE SPACE TO usr-locked
                    MOVE ZERO TO usr-fail-count
                    MOVE ZERO TO usr-pass-date
                        NOT INVALID KEY
                            DISPLAY "Cuenta desbloqueada; debera "
                                "cambiar su contrasena al entrar."
                            PERFORM A0650-JOURNAL-RESET
                    END-REWRITE
                WHEN WS-FS-USERS = "51" OR WS-FS-USERS = "99"
                    DISPLAY "Registro en uso por otro operador; "
                        WS-FS-USERS
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   A lockout reset: the lock as it was, and the password now
      *   due at the next sign-on.
       A0650-JOURNAL-RESET.
            MOVE "DESBLOQ" TO WS-UJRN-ACTION.
            MOVE "BLOQUEO" TO WS-UJRN-FIELD.
            IF WS-UJRN-BEFORE = "L"
                MOVE "BLOQUEADA" TO WS-UJRN-BEFORE
            ELSE
                MOVE "LIBRE" TO WS-UJRN-BEFORE
            END-IF.
            MOVE "LIBRE" TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            MOVE "CLAVE" TO WS-UJRN-FIELD.
            MOVE SPACES TO WS-UJRN-BEFORE.
            MOVE "(vence al entrar)" TO WS-UJRN-AFTER.
            PERFORM A0700-WRITE-JOURNAL.
            EXIT.
      *-----------------------------------------------------------------
      *   One line in the user-master change journal for the record
      *   in user-rec; the caller stages action, field and values.
      *   Same open-EXTEND-else-create pattern as the appointment
      *   journal.  The operator is the one signed on to the menu,
      *   else the login name.
       A0700-WRITE-JOURNAL.
            ACCEPT WS-UJRN-PATH FROM ENVIRONMENT "USER_JOURNAL_FILE".
            IF WS-UJRN-PATH = SPACES
                MOVE CFG-DEFAULT-USER-JOURNAL TO WS-UJRN-PATH
            END-IF.
            ACCEPT WS-UJRN-OPER FROM ENVIRONMENT "APP_USER".
            IF WS-UJRN-OPER = SPACES
                ACCEPT WS-UJRN-OPER FROM ENVIRONMENT "USER"
            END-IF.
            IF WS-UJRN-OPER = SPACES
                MOVE "OPER" TO WS-UJRN-OPER
            END-IF.
            ACCEPT WS-UJRN-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-UJRN-STAMP-TIME FROM TIME.
            OPEN EXTEND ujrn-file.
            IF NOT WS-FS-UJRN-OK
                CLOSE ujrn-file
                OPEN OUTPUT ujrn-file
            END-IF.
            IF NOT WS-FS-UJRN-OK
                DISPLAY "Aviso: no se pudo grabar el diario de "
                    "usuarios, estado: " WS-FS-UJRN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ujrn-rec.
            STRING WS-UJRN-YYYY "-" WS-UJRN-MM "-" WS-UJRN-DD
                DELIMITED BY SIZE INTO ujrn-date
            END-STRING.
            STRING WS-UJRN-HH ":" WS-UJRN-MN ":" WS-UJRN-SS
                DELIMITED BY SIZE INTO ujrn-time
            END-STRING.
            MOVE "|" TO ujrn-sep1 ujrn-sep2 ujrn-sep3 ujrn-sep4
                ujrn-sep5 ujrn-sep6 ujrn-sep7.
            MOVE WS-UJRN-OPER TO ujrn-operator.
            MOVE WS-UJRN-ACTION TO ujrn-action.
            MOVE usr-id TO ujrn-user.
            MOVE WS-UJRN-FIELD TO ujrn-field.
            MOVE WS-UJRN-BEFORE TO ujrn-before.
            MOVE WS-UJRN-AFTER TO ujrn-after.
            WRITE ujrn-rec.
            CLOSE ujrn-file.
            EXIT.
      *-----------------------------------------------------------------
       A0500-LIST-USERS.
            MOVE LOW-VALUES TO user-key OF user-rec.
                IF NOT EOF-user-file
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY usr-id " " usr-active " " usr-locked
                        " nivel " usr-level " " usr-role " " usr-branch
                        " " usr-name
                END-IF
            END-PERFORM.
            DISPLAY "Usuarios en el maestro: " WS-LIST-COUNT.
