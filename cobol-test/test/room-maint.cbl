      ******************************************************************
      * ROOM-MAINT
      * Maintenance for the meeting-room resource master (layout in
      * cpy/room-rec): add a room, modify description/capacity/
      * equipment/turnaround buffer/approver, deactivate or
      * reactivate, and list the master.  The calendar offers these
      * codes on the schedule screen and refuses a double-booked
      * room, or one booked inside another booking's turnaround
      * buffer; a room with an approver is booked pending until
      * that custodian signs the booking off.  Each room belongs
      * to a branch on the branch master (blank = the head office),
      * and the calendar offers it only to that branch's users.
      * Prompt-driven in the same style as owner-maint, with a
      * confirmation before anything is overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-maint.
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-CAP           PIC X(03) VALUE SPACES.
       77 WS-WORK-EQUIP         PIC X(30) VALUE SPACES.
       77 WS-WORK-BUFFER        PIC X(03) VALUE SPACES.
       77 WS-WORK-APPROVER      PIC X(08) VALUE SPACES.
       77 WS-WORK-BRANCH        PIC X(04) VALUE SPACES.
      *   staged branch-check CALL arguments
       77 WS-BRN-CODE           PIC X(04) VALUE SPACES.
       77 WS-BRN-NAME           PIC X(30) VALUE SPACES.
       77 WS-BRN-LOCALE         PIC X(02) VALUE SPACES.
       77 WS-BRN-FOUND          PIC X(01) VALUE SPACE.
           88 WS-BRN-ACCEPTED       VALUE "Y" "X".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-ROOMS         PIC X(01) VALUE "N".
                CLOSE room-file
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
       A0200-ADD-ROOM.
            DISPLAY "Codigo de sala (4): " WITH NO ADVANCING.
            DISPLAY "Equipos (codigos separados por espacio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-EQUIP.
            DISPLAY "Minutos libres entre reservas (0 = ninguno): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BUFFER.
            DISPLAY "Usuario que aprueba las reservas (vacio = sin "
                "aprobacion): " WITH NO ADVANCING.
            ACCEPT WS-WORK-APPROVER.
            DISPLAY "Sucursal (vacia = casa matriz): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-ID = SPACES
                DISPLAY "Codigo vacio, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0180-CHECK-BRANCH.
            IF NOT WS-BRN-ACCEPTED
                DISPLAY "Sucursal no registrada o inactiva, no se "
                    "agrego."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO room-code.
            MOVE WS-WORK-NAME TO room-desc.
            IF WS-WORK-CAP IS NUMERIC
                MOVE ZERO TO room-capacity
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-EQUIP) TO room-equip.
            IF FUNCTION TRIM(WS-WORK-BUFFER) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-BUFFER) TO room-buffer
            ELSE
                MOVE ZERO TO room-buffer
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-APPROVER)
                TO room-approver.
            MOVE WS-BRN-CODE TO room-branch.
            SET room-is-active TO TRUE.
            WRITE room-rec
                INVALID KEY
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            DISPLAY "Actual: " room-desc " / cap " room-capacity
                " / " room-equip " / margen " room-buffer " min"
                " / aprueba " room-approver
                " / sucursal " room-branch.
            DISPLAY "Nueva descripcion (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Nuevos equipos (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-EQUIP.
            DISPLAY "Nuevo margen en minutos (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BUFFER.
            DISPLAY "Nuevo usuario que aprueba (vacio = sin cambio, "
                "- = ninguno): " WITH NO ADVANCING.
            ACCEPT WS-WORK-APPROVER.
            DISPLAY "Nueva sucursal (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO room-desc
            END-IF.
                MOVE FUNCTION UPPER-CASE(WS-WORK-EQUIP)
                    TO room-equip
            END-IF.
            IF FUNCTION TRIM(WS-WORK-BUFFER) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-BUFFER) TO room-buffer
            END-IF.
            IF WS-WORK-APPROVER = "-"
                MOVE SPACES TO room-approver
            ELSE
                IF WS-WORK-APPROVER NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-WORK-APPROVER)
                        TO room-approver
                END-IF
            END-IF.
            IF WS-WORK-BRANCH NOT = SPACES
                PERFORM A0180-CHECK-BRANCH
                IF WS-BRN-ACCEPTED
                    MOVE WS-BRN-CODE TO room-branch
                ELSE
                    DISPLAY "Sucursal no registrada o inactiva; "
                        "se conserva la actual."
                END-IF
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY room-code " " room-active " "
                        room-desc " cap " room-capacity " "
                        room-equip " margen " room-buffer
                        " aprueba " room-approver
                        " suc " room-branch
                END-IF
            END-PERFORM.
            DISPLAY "Salas en el maestro: " WS-LIST-COUNT.
