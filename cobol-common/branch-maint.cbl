      ******************************************************************
      * BRANCH-MAINT
      * Maintenance for the branch master (layout in
      * cpy/branch-rec): add a branch, modify its name or starting
      * locale, deactivate or reactivate, and list the master.
      * owner-, room-, user- and loc-maint take the branch of each
      * record from here, and the calendar holds a signed-on user
      * to their own branch's owners and rooms.  The first run on
      * an empty master also writes the head office branch, so the
      * records that predate branches always belong to one.
      * Prompt-driven in the same style as room-maint, with a
      * confirmation before anything is overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-maint.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT branch-file
                ASSIGN TO DYNAMIC WS-BRANCH-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                LOCK MODE IS MANUAL
                RECORD KEY IS branch-key OF branch-rec
                FILE STATUS IS WS-FS-BRANCH.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD branch-file.
        01 branch-rec.
           COPY "cpy/branch-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-BRANCH-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-BRANCH          PIC X(02) VALUE "00".
           88 WS-FS-BRANCH-OK       VALUE "00" "02" "10" "22" "23".
       77 WS-ACTION             PIC X(01) VALUE "L".
        88 WS-ACTION-ADD        VALUE "A" "a".
        88 WS-ACTION-MODIFY     VALUE "M" "m".
        88 WS-ACTION-TOGGLE     VALUE "B" "b".
        88 WS-ACTION-LIST       VALUE "L" "l".
       77 WS-WORK-ID            PIC X(04) VALUE SPACES.
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-LOCALE        PIC X(02) VALUE SPACES.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-BRANCHES       PIC X(01) VALUE "N".
        88 EOF-branch-file      VALUE "Y".
       77 WS-LIST-COUNT         PIC 9(05) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-BRANCH-PATH
                FROM ENVIRONMENT "BRANCH_MASTER_FILE".
            IF WS-BRANCH-PATH = SPACES
                MOVE CFG-DEFAULT-BRANCHES TO WS-BRANCH-PATH
            END-IF.
            OPEN I-O branch-file.
            IF NOT WS-FS-BRANCH-OK
                OPEN OUTPUT branch-file
                PERFORM A0150-SEED-HEAD-OFFICE
                CLOSE branch-file
                OPEN I-O branch-file
            END-IF.
            IF NOT WS-FS-BRANCH-OK
                DISPLAY "ERROR abriendo maestro de sucursales, "
                    "estado: " WS-FS-BRANCH UPON STDOUT
            ELSE
                DISPLAY "Accion (A=Alta, M=Modificar, B=Activa/"
                    "Inactiva, L=Listar): " WITH NO ADVANCING
                ACCEPT WS-ACTION
                EVALUATE TRUE
                    WHEN WS-ACTION-ADD    PERFORM A0200-ADD-BRANCH
                    WHEN WS-ACTION-MODIFY PERFORM A0300-MODIFY-BRANCH
                    WHEN WS-ACTION-TOGGLE PERFORM A0400-TOGGLE-BRANCH
                    WHEN WS-ACTION-LIST   PERFORM A0500-LIST-BRANCHES
                    WHEN OTHER
                        DISPLAY "Accion invalida, no se hizo nada."
                END-EVALUATE
                CLOSE branch-file
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
      *   Every record written before branches existed reads as the
      *   head office's, so a new master starts with that branch.
       A0150-SEED-HEAD-OFFICE.
            MOVE CFG-DEFAULT-HEAD-BRANCH TO brn-code.
            MOVE "Casa matriz" TO brn-name.
            MOVE CFG-DEFAULT-LOCALE TO brn-locale.
            SET brn-is-active TO TRUE.
            WRITE branch-rec
                INVALID KEY CONTINUE
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0200-ADD-BRANCH.
            DISPLAY "Codigo de sucursal (4): " WITH NO ADVANCING.
            ACCEPT WS-WORK-ID.
            DISPLAY "Nombre: " WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Idioma inicial de sus usuarios (ES, PT, ...): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LOCALE.
            IF WS-WORK-ID = SPACES
                DISPLAY "Codigo vacio, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO brn-code.
            MOVE WS-WORK-NAME TO brn-name.
            IF WS-WORK-LOCALE = SPACES
                MOVE CFG-DEFAULT-LOCALE TO brn-locale
            ELSE
                MOVE FUNCTION UPPER-CASE(WS-WORK-LOCALE)
                    TO brn-locale
            END-IF.
            SET brn-is-active TO TRUE.
            WRITE branch-rec
                INVALID KEY
                    DISPLAY "Ya existe ese codigo de sucursal."
                NOT INVALID KEY
                    DISPLAY "Sucursal agregada al maestro."
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0300-MODIFY-BRANCH.
            DISPLAY "Codigo de sucursal a modificar: "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-ID.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO brn-code.
      *     the status is tested after the READ: a locked record
      *     sets 51 without raising the invalid-key condition
            READ branch-file WITH LOCK
                INVALID KEY CONTINUE
            END-READ.
            EVALUATE TRUE
                WHEN WS-FS-BRANCH = "00"
                    PERFORM A0350-CONFIRM-MODIFY
                WHEN WS-FS-BRANCH = "51" OR WS-FS-BRANCH = "99"
                    DISPLAY "Registro en uso por otro operador; "
                        "intente de nuevo."
                WHEN WS-FS-BRANCH = "23"
                    DISPLAY "No existe ese codigo de sucursal."
                WHEN OTHER
                    DISPLAY "Error leyendo el maestro, estado: "
                        WS-FS-BRANCH
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            DISPLAY "Actual: " brn-name " / idioma " brn-locale.
            DISPLAY "Nuevo nombre (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Nuevo idioma (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LOCALE.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO brn-name
            END-IF.
            IF WS-WORK-LOCALE NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-WORK-LOCALE)
                    TO brn-locale
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                REWRITE branch-rec
                    INVALID KEY
                        DISPLAY "Error al grabar, estado: "
                            WS-FS-BRANCH
                    NOT INVALID KEY
                        DISPLAY "Sucursal actualizada."
                END-REWRITE
            ELSE
                DISPLAY "Modificacion cancelada."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The head office cannot be retired: every record with a
      *   blank branch belongs to it.
       A0400-TOGGLE-BRANCH.
            DISPLAY "Codigo de sucursal a activar/inactivar: "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-ID.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO brn-code.
            IF brn-code = CFG-DEFAULT-HEAD-BRANCH
                DISPLAY "La casa matriz no se puede inactivar."
                EXIT PARAGRAPH
            END-IF.
      *     the status is tested after the READ: a locked record
      *     sets 51 without raising the invalid-key condition
            READ branch-file WITH LOCK
                INVALID KEY CONTINUE
            END-READ.
            EVALUATE TRUE
                WHEN WS-FS-BRANCH = "00"
                    IF brn-is-active
                        SET brn-is-inactive TO TRUE
                        DISPLAY "Sucursal marcada INACTIVA."
                    ELSE
                        SET brn-is-active TO TRUE
                        DISPLAY "Sucursal marcada ACTIVA."
                    END-IF
                    REWRITE branch-rec
                        INVALID KEY
                            DISPLAY "Error al grabar, estado: "
                                WS-FS-BRANCH
                    END-REWRITE
                WHEN WS-FS-BRANCH = "51" OR WS-FS-BRANCH = "99"
                    DISPLAY "Registro en uso por otro operador; "
                        "intente de nuevo."
                WHEN WS-FS-BRANCH = "23"
                    DISPLAY "No existe ese codigo de sucursal."
                WHEN OTHER
                    DISPLAY "Error leyendo el maestro, estado: "
                        WS-FS-BRANCH
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0500-LIST-BRANCHES.
            MOVE LOW-VALUES TO branch-key OF branch-rec.
            START branch-file
                KEY IS GREATER THAN branch-key OF branch-rec
                INVALID KEY SET EOF-branch-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-branch-file
                READ branch-file NEXT RECORD
                    AT END SET EOF-branch-file TO TRUE
                END-READ
                IF NOT EOF-branch-file
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY brn-code " " brn-active " " brn-name
                        " idioma " brn-locale
                END-IF
            END-PERFORM.
            DISPLAY "Sucursales en el maestro: " WS-LIST-COUNT.
            EXIT.
       END PROGRAM branch-maint.
