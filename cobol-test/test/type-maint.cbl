      * TYPE-MAINT
      * Maintenance for the appointment-type master (layout in
      * cpy/type-rec): add a type, modify description / default
      * duration / room flag / daily quota / follow-up interval /
      * price / equipment, deactivate or reactivate, and list the
      * master.  The calendar offers these codes on the schedule
      * screen, takes the default duration when none is typed,
      * holds each owner to the daily quota, proposes follow-ups
      * after attended visits, bills the attended visits of a
      * priced type, lists the type's equipment on the facilities
      * setup sheet, and refuses a room-required type without a
      * room -- so "revision medica", "REV MEDICA" and "chequeo"
      * stop being three different things to the reports.
      * Prompt-driven in the same style as room-maint, with a
      * confirmation before anything is overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. type-maint.
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-DUR           PIC X(03) VALUE SPACES.
       77 WS-WORK-ROOM          PIC X(01) VALUE SPACE.
       77 WS-WORK-QUOTA         PIC X(02) VALUE SPACES.
       77 WS-WORK-FOLLOWUP      PIC X(03) VALUE SPACES.
       77 WS-WORK-PRICE         PIC X(10) VALUE SPACES.
       77 WS-PRICE-DISP         PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       77 WS-WORK-EQUIP         PIC X(30) VALUE SPACES.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-TYPES          PIC X(01) VALUE "N".
            ACCEPT WS-WORK-DUR.
            DISPLAY "Requiere sala (S/N): " WITH NO ADVANCING.
            ACCEPT WS-WORK-ROOM.
            DISPLAY "Cupo diario por dueno (0 = sin limite): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-QUOTA.
            DISPLAY "Seguimiento a los N dias (0 = sin seguimiento): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-FOLLOWUP.
            DISPLAY "Precio por visita atendida (0 = no se cobra): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-PRICE.
            DISPLAY "Equipos que requiere (codigos de sala): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-EQUIP.
            IF WS-WORK-ID = SPACES
                DISPLAY "Codigo vacio, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-PRICE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-WORK-PRICE) NOT = ZERO
                DISPLAY "Precio invalido, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO type-code.
            MOVE WS-WORK-NAME TO type-desc.
            IF WS-WORK-DUR IS NUMERIC
            ELSE
                MOVE "N" TO type-room-req
            END-IF.
            IF FUNCTION TRIM(WS-WORK-QUOTA) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-QUOTA) TO type-daily-quota
            ELSE
                MOVE ZERO TO type-daily-quota
            END-IF.
            IF FUNCTION TRIM(WS-WORK-FOLLOWUP) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-FOLLOWUP)
                    TO type-followup-days
            ELSE
                MOVE ZERO TO type-followup-days
            END-IF.
            IF WS-WORK-PRICE = SPACES
                MOVE ZERO TO type-price
            ELSE
                COMPUTE type-price = FUNCTION NUMVAL(WS-WORK-PRICE)
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-EQUIP) TO type-equip.
            SET type-is-active TO TRUE.
            WRITE type-rec
                INVALID KEY
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            MOVE type-price TO WS-PRICE-DISP.
            DISPLAY "Actual: " type-desc " / " type-duration
                " min / sala " type-room-req " / cupo "
                type-daily-quota " / seguimiento " type-followup-days
                " dias / precio " WS-PRICE-DISP.
            DISPLAY "        equipos " type-equip.
            DISPLAY "Nueva descripcion (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Requiere sala S/N (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-ROOM.
            DISPLAY "Cupo diario, 0 = sin limite (vacio = sin "
                "cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-QUOTA.
            DISPLAY "Seguimiento en dias, 0 = sin seguimiento (vacio "
                "= sin cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-FOLLOWUP.
            DISPLAY "Precio, 0 = no se cobra (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-PRICE.
            DISPLAY "Equipos, - = ninguno (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-EQUIP.
            IF WS-WORK-PRICE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-WORK-PRICE) NOT = ZERO
                DISPLAY "Precio invalido, no se grabo."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO type-desc
            END-IF.
                    MOVE "N" TO type-room-req
                END-IF
            END-IF.
            IF FUNCTION TRIM(WS-WORK-QUOTA) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-QUOTA) TO type-daily-quota
            END-IF.
            IF FUNCTION TRIM(WS-WORK-FOLLOWUP) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-WORK-FOLLOWUP)
                    TO type-followup-days
            END-IF.
            IF WS-WORK-PRICE NOT = SPACES
                COMPUTE type-price = FUNCTION NUMVAL(WS-WORK-PRICE)
            END-IF.
            IF WS-WORK-EQUIP = "-"
                MOVE SPACES TO type-equip
            ELSE
                IF WS-WORK-EQUIP NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-WORK-EQUIP)
                        TO type-equip
                END-IF
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                END-READ
                IF NOT EOF-type-file
                    ADD 1 TO WS-LIST-COUNT
                    MOVE type-price TO WS-PRICE-DISP
                    DISPLAY type-code " " type-active " "
                        type-desc " " type-duration " min sala "
                        type-room-req " cupo " type-daily-quota
                        " seg " type-followup-days
                        " precio " WS-PRICE-DISP
                        " " type-equip
                END-IF
            END-PERFORM.
            DISPLAY "Tipos en el maestro: " WS-LIST-COUNT.
