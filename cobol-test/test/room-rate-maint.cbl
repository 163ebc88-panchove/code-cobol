      ******************************************************************
      * ROOM-RATE-MAINT
      * Maintenance for the meeting-room rate master (layout in
      * cpy/room-rate-rec): add a rate for a room effective from a
      * date, per hour or per booking; remove a rate entered by
      * mistake; and list the rates, room by room in effective-date
      * order.  A rate change is always a NEW effective-dated record,
      * never an overwrite, so the month-end chargeback of an earlier
      * month still finds the rate that was in force at the time.
      * Neither an add nor a removal may take effect inside a month
      * the CLOSE job has already closed.
      * Prompt-driven in the same style as room-maint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-rate-maint.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT rate-file
                ASSIGN TO DYNAMIC WS-RATES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                LOCK MODE IS MANUAL
                RECORD KEY IS rate-key OF rate-rec
                FILE STATUS IS WS-FS-RATES.

            SELECT room-file
                ASSIGN TO DYNAMIC WS-ROOMS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS room-key OF room-rec
                FILE STATUS IS WS-FS-ROOMS.

            SELECT period-file
                ASSIGN TO DYNAMIC WS-PERIOD-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS per-key OF period-rec
                FILE STATUS IS WS-FS-PERIOD.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD rate-file.
        01 rate-rec.
           COPY "cpy/room-rate-rec".

       FD room-file.
        01 room-rec.
           COPY "cpy/room-rec".

       FD period-file.
        01 period-rec.
            05 per-key.
                10 per-period      PIC X(06).
            05 per-status          PIC X(01).
                88 per-is-closed       VALUE "C".
            05 per-closed-date     PIC 9(08).
            05 per-closed-time     PIC 9(06).
            05 per-operator        PIC X(08).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-RATES-PATH         PIC X(255) VALUE SPACES.
       77 WS-ROOMS-PATH         PIC X(255) VALUE SPACES.
       77 WS-PERIOD-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-RATES           PIC X(02) VALUE "00".
           88 WS-FS-RATES-OK        VALUE "00" "02" "10" "22" "23".
       77 WS-FS-ROOMS           PIC X(02) VALUE "00".
           88 WS-FS-ROOMS-OK        VALUE "00" "02".
       77 WS-FS-PERIOD          PIC X(02) VALUE "00".
       77 WS-ACTION             PIC X(01) VALUE "L".
        88 WS-ACTION-ADD        VALUE "A" "a".
        88 WS-ACTION-REMOVE     VALUE "B" "b".
        88 WS-ACTION-LIST       VALUE "L" "l".
       77 WS-WORK-ROOM          PIC X(04) VALUE SPACES.
       77 WS-WORK-DATE          PIC X(08) VALUE SPACES.
       77 WS-WORK-BASIS         PIC X(01) VALUE SPACE.
       77 WS-WORK-AMOUNT        PIC X(10) VALUE SPACES.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-RATES          PIC X(01) VALUE "N".
        88 EOF-rate-file        VALUE "Y".
       77 WS-LIST-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-AMOUNT-DISP        PIC ZZ,ZZ9.99 VALUE ZERO.
       77 WS-PERIOD-CLOSED      PIC X(01) VALUE "N".
        88 WS-IS-CLOSED-MONTH   VALUE "Y".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-RATES-PATH FROM ENVIRONMENT "ROOM_RATES_FILE".
            IF WS-RATES-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-RATES TO WS-RATES-PATH
            END-IF.
            ACCEPT WS-ROOMS-PATH FROM ENVIRONMENT "APPT_ROOMS_FILE".
            IF WS-ROOMS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-ROOMS TO WS-ROOMS-PATH
            END-IF.
            ACCEPT WS-PERIOD-PATH FROM ENVIRONMENT "APPT_PERIODS_FILE".
            IF WS-PERIOD-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-PERIODS TO WS-PERIOD-PATH
            END-IF.
            OPEN I-O rate-file.
            IF NOT WS-FS-RATES-OK
                OPEN OUTPUT rate-file
                CLOSE rate-file
                OPEN I-O rate-file
            END-IF.
            IF NOT WS-FS-RATES-OK
                DISPLAY "ERROR abriendo maestro de tarifas, estado: "
                    WS-FS-RATES UPON STDOUT
            ELSE
                DISPLAY "Accion (A=Alta de tarifa, B=Borrar tarifa, "
                    "L=Listar): " WITH NO ADVANCING
                ACCEPT WS-ACTION
                EVALUATE TRUE
                    WHEN WS-ACTION-ADD    PERFORM A0200-ADD-RATE
                    WHEN WS-ACTION-REMOVE PERFORM A0300-REMOVE-RATE
                    WHEN WS-ACTION-LIST   PERFORM A0500-LIST-RATES
                    WHEN OTHER
                        DISPLAY "Accion invalida, no se hizo nada."
                END-EVALUATE
                CLOSE rate-file
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-ADD-RATE.
            DISPLAY "Sala (codigo del maestro de salas): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-ROOM.
            DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-WORK-DATE.
            DISPLAY "Base (H=por hora, B=por reserva): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BASIS.
            DISPLAY "Monto (ej. 25.00): " WITH NO ADVANCING.
            ACCEPT WS-WORK-AMOUNT.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ROOM) TO WS-WORK-ROOM.
            MOVE FUNCTION UPPER-CASE(WS-WORK-BASIS) TO WS-WORK-BASIS.
            IF WS-WORK-ROOM = SPACES
                DISPLAY "Sala vacia, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(WS-WORK-DATE)) NOT = ZERO
                DISPLAY "Fecha invalida, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-BASIS NOT = "H" AND WS-WORK-BASIS NOT = "B"
                DISPLAY "Base invalida (H o B), no se agrego."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-AMOUNT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-WORK-AMOUNT) NOT = ZERO
                DISPLAY "Monto invalido, no se agrego."
                EXIT PARAGRAPH
            END-IF.
      *     the room must exist in the master; an unreadable master
      *     only warns, as room-maint's own callers do
            OPEN INPUT room-file.
            IF WS-FS-ROOMS-OK
                MOVE WS-WORK-ROOM TO room-code OF room-rec
                READ room-file
                    INVALID KEY
                        DISPLAY "Esa sala no esta en el maestro, no "
                            "se agrego."
                        CLOSE room-file
                        EXIT PARAGRAPH
                END-READ
                CLOSE room-file
            ELSE
                DISPLAY "Aviso: maestro de salas no disponible."
            END-IF.
            MOVE WS-WORK-DATE(1:6) TO per-period.
            PERFORM A0700-CHECK-CLOSED-MONTH.
            IF WS-IS-CLOSED-MONTH
                DISPLAY "El periodo " per-period " esta cerrado; la "
                    "tarifa debe regir desde un mes abierto."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORK-ROOM TO rate-room.
            MOVE WS-WORK-DATE TO rate-effective.
            MOVE WS-WORK-BASIS TO rate-basis.
            COMPUTE rate-amount = FUNCTION NUMVAL(WS-WORK-AMOUNT).
            ACCEPT rate-set-by FROM ENVIRONMENT "USER".
            IF rate-set-by = SPACES
                MOVE "OPER" TO rate-set-by
            END-IF.
            ACCEPT rate-set-date FROM DATE YYYYMMDD.
            WRITE rate-rec
                INVALID KEY
                    DISPLAY "Ya hay una tarifa para esa sala con esa "
                        "fecha; borrela primero."
                NOT INVALID KEY
                    DISPLAY "Tarifa agregada."
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0300-REMOVE-RATE.
            DISPLAY "Sala: " WITH NO ADVANCING.
            ACCEPT WS-WORK-ROOM.
            DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WS-WORK-DATE.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ROOM) TO rate-room.
            IF WS-WORK-DATE IS NOT NUMERIC
                DISPLAY "Fecha invalida."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORK-DATE TO rate-effective.
      *     the status is tested after the READ: a locked record
      *     sets 51 without raising the invalid-key condition
            READ rate-file WITH LOCK
                INVALID KEY CONTINUE
            END-READ.
            EVALUATE TRUE
                WHEN WS-FS-RATES = "00"
                    PERFORM A0350-CONFIRM-REMOVE
                WHEN WS-FS-RATES = "51" OR WS-FS-RATES = "99"
                    DISPLAY "Registro en uso por otro operador; "
                        "intente de nuevo."
                WHEN WS-FS-RATES = "23"
                    DISPLAY "No existe esa tarifa."
                WHEN OTHER
                    DISPLAY "Error leyendo el maestro, estado: "
                        WS-FS-RATES
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-REMOVE.
            MOVE rate-effective(1:6) TO per-period.
            PERFORM A0700-CHECK-CLOSED-MONTH.
            IF WS-IS-CLOSED-MONTH
                DISPLAY "La tarifa rige desde un periodo cerrado; "
                    "no se borra."
                UNLOCK rate-file
                EXIT PARAGRAPH
            END-IF.
            MOVE rate-amount TO WS-AMOUNT-DISP.
            DISPLAY "Actual: " rate-room " desde " rate-effective
                " base " rate-basis " monto " WS-AMOUNT-DISP.
            DISPLAY "Confirma borrar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                DELETE rate-file
                    INVALID KEY
                        DISPLAY "Error al borrar, estado: "
                            WS-FS-RATES
                    NOT INVALID KEY
                        DISPLAY "Tarifa borrada."
                END-DELETE
            ELSE
                UNLOCK rate-file
                DISPLAY "Borrado cancelado."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0500-LIST-RATES.
            MOVE LOW-VALUES TO rate-key OF rate-rec.
            START rate-file
                KEY IS GREATER THAN rate-key OF rate-rec
                INVALID KEY SET EOF-rate-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-rate-file
                READ rate-file NEXT RECORD
                    AT END SET EOF-rate-file TO TRUE
                END-READ
                IF NOT EOF-rate-file
                    ADD 1 TO WS-LIST-COUNT
                    MOVE rate-amount TO WS-AMOUNT-DISP
                    DISPLAY rate-room " desde " rate-effective
                        " base " rate-basis " monto " WS-AMOUNT-DISP
                        " (" rate-set-by " " rate-set-date ")"
                END-IF
            END-PERFORM.
            DISPLAY "Tarifas en el maestro: " WS-LIST-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Is the per-period month closed?  A missing period file
      *   leaves every month open, as in the calendar.
       A0700-CHECK-CLOSED-MONTH.
            MOVE "N" TO WS-PERIOD-CLOSED.
            OPEN INPUT period-file.
            IF WS-FS-PERIOD NOT = "00"
                EXIT PARAGRAPH
            END-IF.
            READ period-file
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF per-is-closed
                        MOVE "Y" TO WS-PERIOD-CLOSED
                    END-IF
            END-READ.
            CLOSE period-file.
            EXIT.
       END PROGRAM room-rate-maint.
