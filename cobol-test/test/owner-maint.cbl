      * "JPERES" stops silently creating a second, empty calendar.
      * Prompt-driven in the same style as test-files' maintenance
      * mode, with a confirmation before anything is overwritten.
      * Modify also sets the two nightly delivery options: the
      * spooled calendar print and the digest of changes other
      * people made to the owner's calendar (on unless refused).
      * Each owner belongs to a branch on the branch master (blank
      * = the head office); the calendar shows an owner only to
      * that branch's users.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. owner-maint.
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-DEPT          PIC X(20) VALUE SPACES.
       77 WS-WORK-PRINT         PIC X(01) VALUE SPACE.
       77 WS-WORK-DIGEST        PIC X(01) VALUE SPACE.
       77 WS-WORK-BRANCH        PIC X(04) VALUE SPACES.
      *   staged branch-check CALL arguments
       77 WS-BRN-CODE           PIC X(04) VALUE SPACES.
       77 WS-BRN-NAME           PIC X(30) VALUE SPACES.
       77 WS-BRN-LOCALE         PIC X(02) VALUE SPACES.
       77 WS-BRN-FOUND          PIC X(01) VALUE SPACE.
           88 WS-BRN-ACCEPTED       VALUE "Y" "X".
       77 WS-DELEG-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-DELEG           PIC X(02) VALUE "00".
           88 WS-FS-DELEG-OK        VALUE "00" "02" "10" "22" "23".
                CLOSE owner-file
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
      *   The typed branch against the branch master; a missing
      *   master takes the code as typed.
       A0180-CHECK-BRANCH.
            MOVE WS-WORK-BRANCH TO WS-BRN-CODE.
            CALL "branch-check" USING WS-BRN-CODE, WS-BRN-NAME,
                WS-BRN-LOCALE, WS-BRN-FOUND.
            EXIT.
      *-----------------------------------------------------------------
       A0200-ADD-OWNER.
            DISPLAY "Identificacion (8): " WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Departamento: " WITH NO ADVANCING.
            ACCEPT WS-WORK-DEPT.
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
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO own-id.
            MOVE WS-WORK-NAME TO own-name.
            MOVE WS-WORK-DEPT TO own-dept.
            MOVE WS-BRN-CODE TO own-branch.
            SET own-is-active TO TRUE.
      *     no profile until the H action sets one: any hour and any
      *     day accepted, as always; no nightly print until asked,
      *     but the digest of others' changes goes out by default
            MOVE ZERO TO own-work-start own-work-end.
            MOVE SPACES TO own-work-days.
            MOVE "N" TO own-print.
            MOVE "S" TO own-digest.
            WRITE owner-rec
                INVALID KEY
                    DISPLAY "Ya existe esa identificacion."
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            DISPLAY "Actual: " own-name " / " own-dept
                " / sucursal " own-branch.
            DISPLAY "Nuevo nombre (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Nuevo departamento (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-DEPT.
            DISPLAY "Nueva sucursal (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO own-name
            END-IF.
            IF WS-WORK-DEPT NOT = SPACES
                MOVE WS-WORK-DEPT TO own-dept
            END-IF.
            IF WS-WORK-BRANCH NOT = SPACES
                PERFORM A0180-CHECK-BRANCH
                IF WS-BRN-ACCEPTED
                    MOVE WS-BRN-CODE TO own-branch
                ELSE
                    DISPLAY "Sucursal no registrada o inactiva; "
                        "se conserva la actual."
                END-IF
            END-IF.
            DISPLAY "Imprimir calendario cada noche, S/N (vacio = "
                "sin cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-PRINT.
                    MOVE "N" TO own-print
                END-IF
            END-IF.
            DISPLAY "Resumen nocturno de cambios hechos por otros, S/N "
                "(vacio = sin cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-DIGEST.
            IF WS-WORK-DIGEST = "S" OR WS-WORK-DIGEST = "s"
                MOVE "S" TO own-digest
            ELSE
                IF WS-WORK-DIGEST = "N" OR WS-WORK-DIGEST = "n"
                    MOVE "N" TO own-digest
                END-IF
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                IF NOT EOF-owner-file
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY own-id " " own-active " " own-name " "
                        own-dept " " own-branch
                END-IF
            END-PERFORM.
            DISPLAY "Duenos en el maestro: " WS-LIST-COUNT.
