      ******************************************************************
      * POSTAL-LOAD
      * Builds the indexed postal-code master from the national
      * postal file (one line per postal code: code, locality,
      * centroid latitude and longitude in the same signed picture
      * locations.txt uses).  The national file is the authority
      * and nobody maintains the master by hand, so every load
      * rebuilds it whole; a new edition of the file is simply
      * loaded again.  Lines with no code, unreadable or
      * out-of-range coordinates, or a code already loaded are
      * rejected, counted and logged.  loc-maint and the points
      * file take a place's coordinates from here when it has no
      * survey yet.
      *
      * Environment:
      *   GPS_POSTAL_TEXT   the national postal file
      *   GPS_POSTAL_FILE   the postal-code master
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postal-load.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT postal-text-file
                ASSIGN TO DYNAMIC WS-TEXT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TEXT.

            SELECT postal-file
                ASSIGN TO DYNAMIC WS-MASTER-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pc-key OF postal-rec
                FILE STATUS IS WS-FS-MASTER.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD postal-text-file.
        01 postal-text-rec.
            05 in-pc-code       PIC X(08).
            05 FILLER           PIC X(01).
            05 in-pc-locality   PIC X(30).
            05 FILLER           PIC X(01).
            05 in-pc-lat        PIC X(11).
            05 FILLER           PIC X(01).
            05 in-pc-lon        PIC X(11).

       FD postal-file.
        01 postal-rec.
           COPY "cpy/postal-rec".
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
        88 EOF-text-file        VALUE "Y".
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       77 WS-LAT-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-LON-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
       77 WS-LOADED-COUNT       PIC 9(06) COMP VALUE ZERO.
       77 WS-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN SECTION.
      *-----------------------------------------------------------------
            ACCEPT WS-TEXT-PATH FROM ENVIRONMENT "GPS_POSTAL_TEXT".
            IF WS-TEXT-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-POSTAL-TEXT TO WS-TEXT-PATH
            END-IF.
            ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "GPS_POSTAL_FILE".
            IF WS-MASTER-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-POSTAL TO WS-MASTER-PATH
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT postal-text-file.
            IF NOT WS-FS-TEXT-OK
                DISPLAY "ERROR abriendo el archivo postal nacional, "
                    "estado: " WS-FS-TEXT UPON STDOUT
                MOVE "No se pudo abrir el archivo postal nacional"
                    TO WS-LOG-MESSAGE
                MOVE RC-ERROR TO WS-LOG-CODE
                PERFORM A0900-LOG-ERROR
                MOVE RC-ERROR TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT postal-file.
            IF NOT WS-FS-MASTER-OK
                DISPLAY "ERROR creando el maestro de codigos "
                    "postales, estado: " WS-FS-MASTER UPON STDOUT
                MOVE "No se pudo crear el maestro de codigos postales"
                    TO WS-LOG-MESSAGE
                MOVE RC-ERROR TO WS-LOG-CODE
                PERFORM A0900-LOG-ERROR
                CLOSE postal-text-file
                MOVE RC-ERROR TO RETURN-CODE
                STOP RUN
            END-IF.
            READ postal-text-file
                AT END SET EOF-text-file TO TRUE
            END-READ.
            PERFORM A0200-LOAD-ONE-LINE UNTIL EOF-text-file.
            CLOSE postal-text-file.
            CLOSE postal-file.
            DISPLAY "Codigos leidos   : " WS-READ-COUNT.
            DISPLAY "Codigos cargados : " WS-LOADED-COUNT.
            DISPLAY "Rechazados       : " WS-REJECT-COUNT.
            IF WS-REJECT-COUNT > ZERO
                MOVE "Lineas del archivo postal rechazadas al cargar"
                    TO WS-LOG-MESSAGE
                MOVE RC-WARNING TO WS-LOG-CODE
                PERFORM A0900-LOG-ERROR
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------------------------------------------------
      *   The same coordinate ranges loc-maint holds a place to: the
      *   master must never hand out a point the distance functions
      *   would reject.
       A0200-LOAD-ONE-LINE.
            ADD 1 TO WS-READ-COUNT.
            IF in-pc-code = SPACES
               OR FUNCTION TEST-NUMVAL(in-pc-lat) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(in-pc-lon) NOT = ZERO
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY "Linea invalida: " postal-text-rec
                    UPON STDOUT
            ELSE
                COMPUTE WS-LAT-NUM = FUNCTION NUMVAL(in-pc-lat)
                COMPUTE WS-LON-NUM = FUNCTION NUMVAL(in-pc-lon)
                IF WS-LAT-NUM < -90 OR WS-LAT-NUM > 90
                   OR WS-LON-NUM < -180 OR WS-LON-NUM > 180
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY "Coordenadas fuera de rango: " in-pc-code
                        UPON STDOUT
                ELSE
                    MOVE FUNCTION UPPER-CASE(in-pc-code)
                        TO pc-code OF postal-rec
                    MOVE in-pc-locality TO pc-locality OF postal-rec
                    MOVE WS-LAT-NUM TO pc-lat OF postal-rec
                    MOVE WS-LON-NUM TO pc-lon OF postal-rec
                    MOVE WS-TODAY-DATE TO pc-loaded-date OF postal-rec
                    WRITE postal-rec
                        INVALID KEY
                            ADD 1 TO WS-REJECT-COUNT
                            DISPLAY "Codigo repetido: " in-pc-code
                                UPON STDOUT
                        NOT INVALID KEY
                            ADD 1 TO WS-LOADED-COUNT
                    END-WRITE
                END-IF
            END-IF.
            READ postal-text-file
                AT END SET EOF-text-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0900-LOG-ERROR.
            MOVE "postal-load" TO WS-LOG-PROGRAM.
            MOVE "A0100-MAIN" TO WS-LOG-PARAGRAPH.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
       END PROGRAM postal-load.
