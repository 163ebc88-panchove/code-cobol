      ******************************************************************
      * CUST-LOAD
      * Builds the indexed freight customer master from the
      * maintained text list (one line per customer: code, name,
      * address, city, tax id, payment terms in days, and I in the
      * last column for a customer no longer invoiced).  Billing
      * edits the text file; this program rebuilds the master from
      * it, the way loc-load does the locations master, so the
      * master is never hand-edited.  Rejected lines (blank code,
      * repeated code) are counted and shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cust-load.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT cust-text-file
                ASSIGN TO DYNAMIC WS-TEXT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TEXT.

            SELECT cust-file
                ASSIGN TO DYNAMIC WS-MASTER-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS cust-key OF cust-rec
                FILE STATUS IS WS-FS-MASTER.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD cust-text-file.
        01 cust-text-rec.
            05 in-cust-code     PIC X(08).
            05 FILLER           PIC X(01).
            05 in-cust-name     PIC X(40).
            05 FILLER           PIC X(01).
            05 in-cust-address  PIC X(40).
            05 FILLER           PIC X(01).
            05 in-cust-city     PIC X(20).
            05 FILLER           PIC X(01).
            05 in-cust-tax-id   PIC X(12).
            05 FILLER           PIC X(01).
            05 in-cust-terms    PIC X(03).
            05 FILLER           PIC X(01).
            05 in-cust-status   PIC X(01).

       FD cust-file.
        01 cust-rec.
           COPY "cpy/freight-cust-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-TEXT-PATH          PIC X(255) VALUE SPACES.
       77 WS-MASTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-TEXT            PIC X(02) VALUE "00".
           88 WS-FS-TEXT-OK         VALUE "00".
       77 WS-FS-MASTER          PIC X(02) VALUE "00".
           88 WS-FS-MASTER-OK       VALUE "00" "02".
       77 WS-EOF-TEXT           PIC X(01) VALUE "N".
        88 EOF-cust-text-file   VALUE "Y".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-LOADED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77 WS-REJECT-COUNT       PIC 9(05) COMP VALUE ZERO.
      *   payment terms when the line leaves them blank
       77 WS-DEFAULT-TERMS      PIC 9(03) VALUE 30.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN SECTION.
      *-----------------------------------------------------------------
            ACCEPT WS-TEXT-PATH FROM ENVIRONMENT "GPS_CUSTOMERS_TEXT".
            IF WS-TEXT-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-CUST-TEXT TO WS-TEXT-PATH
            END-IF.
            ACCEPT WS-MASTER-PATH
                FROM ENVIRONMENT "GPS_CUSTOMERS_FILE".
            IF WS-MASTER-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-CUSTOMERS TO WS-MASTER-PATH
            END-IF.
            OPEN INPUT cust-text-file.
            IF NOT WS-FS-TEXT-OK
                DISPLAY "ERROR abriendo lista de clientes, estado: "
                    WS-FS-TEXT UPON STDOUT
                MOVE "cust-load" TO WS-LOG-PROGRAM
                MOVE "A0100-MAIN" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "No se pudo abrir la lista de clientes"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
            ELSE
      *         an existing master is about to be replaced; the
      *         operator (or the environment) says so
                OPEN INPUT cust-file
                IF WS-FS-MASTER-OK
                    CLOSE cust-file
                    ACCEPT WS-CONFIRM
                        FROM ENVIRONMENT "GPS_CUST_SEED_CONFIRM"
                    IF NOT WS-CONFIRMED
                        DISPLAY "El maestro de clientes ya existe; "
                            "confirma reconstruirlo (S/N): "
                            WITH NO ADVANCING
                        ACCEPT WS-CONFIRM
                    END-IF
                    IF NOT WS-CONFIRMED
                        DISPLAY "Reconstruccion cancelada."
                        CLOSE cust-text-file
                        STOP RUN
                    END-IF
                END-IF
                OPEN OUTPUT cust-file
                READ cust-text-file
                    AT END SET EOF-cust-text-file TO TRUE
                END-READ
                PERFORM A0200-LOAD-ONE-LINE UNTIL EOF-cust-text-file
                CLOSE cust-text-file
                CLOSE cust-file
                DISPLAY "Clientes leidos   : " WS-READ-COUNT
                DISPLAY "Clientes cargados : " WS-LOADED-COUNT
                DISPLAY "Rechazados        : " WS-REJECT-COUNT
                IF WS-REJECT-COUNT > ZERO
                    MOVE RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.
      *-----------------------------------------------------------------
       A0200-LOAD-ONE-LINE.
            ADD 1 TO WS-READ-COUNT.
            IF in-cust-code = SPACES
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                MOVE FUNCTION UPPER-CASE(in-cust-code)
                    TO cust-code OF cust-rec
                MOVE in-cust-name TO cust-name OF cust-rec
                MOVE in-cust-address TO cust-address OF cust-rec
                MOVE in-cust-city TO cust-city OF cust-rec
                MOVE in-cust-tax-id TO cust-tax-id OF cust-rec
                IF in-cust-terms IS NUMERIC
                    MOVE in-cust-terms TO cust-terms OF cust-rec
                ELSE
                    MOVE WS-DEFAULT-TERMS TO cust-terms OF cust-rec
                END-IF
                IF in-cust-status = "I" OR in-cust-status = "i"
                    MOVE "I" TO cust-active OF cust-rec
                ELSE
                    MOVE "A" TO cust-active OF cust-rec
                END-IF
                WRITE cust-rec
                    INVALID KEY
                        ADD 1 TO WS-REJECT-COUNT
                        DISPLAY "Codigo repetido: " in-cust-code
                            UPON STDOUT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.
            READ cust-text-file
                AT END SET EOF-cust-text-file TO TRUE
            END-READ.
            EXIT.
       END PROGRAM cust-load.
