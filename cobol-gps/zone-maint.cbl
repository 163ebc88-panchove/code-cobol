      ******************************************************************
      * ZONE-MAINT
      * Maintenance for the geofence zone definitions that used to
      * be edited by hand -- which is how one polygon vertex typed
      * out of order turned a service area into a bow-tie without
      * anybody noticing.  zone-check, gps-geofence, gps-track and
      * the calendar's service-area report all read the file this
      * screen now keeps:
      *   A  add a circle zone (center and radius)
      *   M  modify a circle zone's center or radius
      *   V  enter a polygon zone's boundary vertices anew, or
      *      reorder the ones it has
      *   B  retire or reactivate a zone (the lines stay in the file
      *      flagged I, so a retired zone comes back exactly as it
      *      was)
      *   L  list the zones, polygons with their numbered vertices
      * Coordinates are held to the ranges the locations master
      * enforces, a radius must be positive and not above
      * WS-RADIUS-MAX km, and a polygon needs at least three
      * distinct vertices, a boundary that encloses some area and
      * edges that never cross or touch one another.
      *
      * Before anything is saved the proposed file is staged in a
      * work copy and every delivery point of the points file is
      * run through zone-check against the zones as they are and as
      * they would be; the points whose zones would change are
      * listed, and only then is the operator asked to confirm.
      * Every saved change writes a journal line with operator and
      * timestamp, as the tariff and locations screens do.
      * The zone lines and the delivery points are held in storage
      * that grows through the shared table-grow subprogram, as
      * zone-check's own tables do; a zone file too large to hold
      * whole is only listed, never rewritten short.
      * Prompt-driven in the same style as tariff-maint; the file
      * layout is exactly what zone-check reads.  Compile together
      * with zone-check.cbl, table-grow.cbl, postal-centroid.cbl
      * and test-harvesine.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. zone-maint.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT zone-file
                ASSIGN TO DYNAMIC WS-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ZONES.

            SELECT point-file
                ASSIGN TO DYNAMIC WS-POINTS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-POINTS.

            SELECT journal-file
                ASSIGN TO DYNAMIC WS-JOURNAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOURNAL.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD zone-file.
        01 zone-rec.
            05 io-zone-code     PIC X(06).
            05 FILLER           PIC X.
            05 io-zone-lat      PIC X(11).
            05 FILLER           PIC X.
            05 io-zone-lon      PIC X(11).
            05 FILLER           PIC X.
            05 io-zone-radius   PIC X(09).
            05 FILLER           PIC X.
            05 io-zone-status   PIC X(01).

       FD point-file.
        01 point-rec.
            05 in-point-id      PIC X(10).
            05 FILLER           PIC X.
            05 in-point-lat     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-lon     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-postal  PIC X(08).

       FD journal-file.
        01 journal-rec          PIC X(120).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/table-grow".
       77 WS-ZONES-PATH         PIC X(255) VALUE SPACES.
       77 WS-WORK-PATH          PIC X(255) VALUE SPACES.
       77 WS-FILE-PATH          PIC X(255) VALUE SPACES.
       77 WS-POINTS-PATH        PIC X(255) VALUE SPACES.
       77 WS-JOURNAL-PATH       PIC X(255) VALUE SPACES.
       77 WS-FS-ZONES           PIC X(02) VALUE "00".
           88 WS-FS-ZONES-OK        VALUE "00".
       77 WS-FS-POINTS          PIC X(02) VALUE "00".
           88 WS-FS-POINTS-OK       VALUE "00".
       77 WS-FS-JOURNAL         PIC X(02) VALUE "00".
           88 WS-FS-JOURNAL-OK      VALUE "00" "05".
       77 WS-EOF-ZONES          PIC X(01) VALUE "N".
        88 EOF-zone-file        VALUE "Y".
       77 WS-EOF-POINTS         PIC X(01) VALUE "N".
        88 EOF-point-file       VALUE "Y".
       77 WS-ACTION             PIC X(01) VALUE "L".
        88 WS-ACTION-ADD        VALUE "A" "a".
        88 WS-ACTION-MODIFY     VALUE "M" "m".
        88 WS-ACTION-VERTICES   VALUE "V" "v".
        88 WS-ACTION-TOGGLE     VALUE "B" "b".
        88 WS-ACTION-LIST       VALUE "L" "l".
       77 WS-SUB-ACTION         PIC X(01) VALUE SPACE.
        88 WS-SUB-ENTER         VALUE "E" "e".
        88 WS-SUB-REORDER       VALUE "R" "r".
      *   the whole zone file rides in memory, one entry per line in
      *   file order (a polygon is its run of vertex lines), edited
      *   there, validated there, and rewritten in one piece; the
      *   table grows through table-grow, and a file with lines past
      *   its ceiling is flagged so it is never rewritten short
       77 WS-LN-PTR             USAGE POINTER VALUE NULL.
       77 WS-LN-CAP             PIC 9(09) COMP VALUE ZERO.
       77 WS-LN-MAX             PIC 9(09) COMP VALUE 99999.
       77 WS-LN-COUNT           PIC 9(06) COMP VALUE ZERO.
       77 WS-LN-NEED            PIC 9(06) COMP VALUE ZERO.
       77 WS-LN-LEFT            PIC 9(06) VALUE ZERO.
       01 WS-LN-TABLE BASED.
           05 WS-LN-ENTRY OCCURS 99999 TIMES.
               10 WS-LN-CODE        PIC X(06).
               10 WS-LN-KIND        PIC X(01).
               10 WS-LN-LAT         PIC S9(3)V9(6).
               10 WS-LN-LON         PIC S9(3)V9(6).
               10 WS-LN-RADIUS      PIC 9(06)V99.
               10 WS-LN-STATUS      PIC X(01).
       77 WS-I                  PIC 9(06) COMP VALUE ZERO.
       77 WS-J                  PIC 9(06) COMP VALUE ZERO.
       77 WS-K                  PIC 9(06) COMP VALUE ZERO.
      *   the zone being worked on: where its first line sits, how
      *   many lines it has, and what kind it is
       77 WS-WORK-CODE          PIC X(06) VALUE SPACES.
       77 WS-FOUND-LN           PIC 9(06) COMP VALUE ZERO.
       77 WS-FOUND-LINES        PIC 9(06) COMP VALUE ZERO.
       77 WS-FOUND-KIND         PIC X(01) VALUE SPACE.
       77 WS-FOUND-STATUS       PIC X(01) VALUE SPACE.
       77 WS-INS-AT             PIC 9(06) COMP VALUE ZERO.
       77 WS-WORK-LAT           PIC X(11) VALUE SPACES.
       77 WS-WORK-LON           PIC X(11) VALUE SPACES.
       77 WS-WORK-RADIUS        PIC X(09) VALUE SPACES.
       77 WS-LAT-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-LON-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-RADIUS-NUM         PIC 9(06)V99 VALUE ZERO.
       77 WS-RADIUS-MAX         PIC 9(06)V99 VALUE 500.
       77 WS-COORDS-OK          PIC X(01) VALUE "N".
        88 WS-COORDS-VALID      VALUE "Y".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
      *   the polygon being entered or reordered; the upper half of
      *   the table is the scratch area a reorder is built in
       77 WS-VX-MAX             PIC 9(03) COMP VALUE 100.
       77 WS-VX-COUNT           PIC 9(03) COMP VALUE ZERO.
       01 WS-VX-TABLE.
           05 WS-VX-ENTRY OCCURS 200 TIMES.
               10 WS-VX-LAT         PIC S9(3)V9(6).
               10 WS-VX-LON         PIC S9(3)V9(6).
               10 WS-VX-USED        PIC X(01).
       01 WS-VX-ORDER.
           05 WS-VX-FROM OCCURS 100 TIMES PIC 9(03) COMP.
       77 WS-POS-TXT            PIC X(03) VALUE SPACES.
       77 WS-POS-NUM            PIC 9(03) VALUE ZERO.
       77 WS-SEQ-DISP           PIC ZZ9 VALUE ZERO.
      *   polygon checks: segment crossing by orientation tests,
      *   latitude as y and longitude as x as zone-check does
       77 WS-POLY-OK            PIC X(01) VALUE "Y".
        88 WS-POLY-VALID        VALUE "Y".
       77 WS-POLY-REASON        PIC X(60) VALUE SPACES.
       77 WS-AREA2              COMP-2 VALUE ZERO.
       77 WS-NEXT               PIC 9(03) COMP VALUE ZERO.
       77 WS-JNEXT              PIC 9(03) COMP VALUE ZERO.
       01 WS-SEG.
           05 WS-P1-X           COMP-2.
           05 WS-P1-Y           COMP-2.
           05 WS-P2-X           COMP-2.
           05 WS-P2-Y           COMP-2.
           05 WS-Q1-X           COMP-2.
           05 WS-Q1-Y           COMP-2.
           05 WS-Q2-X           COMP-2.
           05 WS-Q2-Y           COMP-2.
           05 WS-O1             COMP-2.
           05 WS-O2             COMP-2.
           05 WS-O3             COMP-2.
           05 WS-O4             COMP-2.
       77 WS-SEG-CROSS          PIC X(01) VALUE "N".
        88 WS-SEGS-CROSS        VALUE "Y".
      *   zone-check capacity (its zone table and the ceiling its
      *   vertex table grows to), so nothing saved here is silently
      *   dropped by the programs that read the file
       77 WS-CHK-ZONE-MAX       PIC 9(06) COMP VALUE 998.
       77 WS-CHK-VTX-MAX        PIC 9(06) COMP VALUE 99999.
       77 WS-CHK-ZONES          PIC 9(06) COMP VALUE ZERO.
       77 WS-CHK-VTX            PIC 9(06) COMP VALUE ZERO.
      *   edited staging for the rewrite, in the file's own pictures
       77 WS-LAT-EDIT           PIC +999.999999 VALUE ZERO.
       77 WS-LON-EDIT           PIC +999.999999 VALUE ZERO.
       77 WS-RADIUS-EDIT        PIC 9(06).99 VALUE ZERO.
       77 WS-RADIUS-DISP        PIC ZZZZZ9.99 VALUE ZERO.
      *   staged zone-check CALL arguments
       77 WS-ZONE-OP            PIC X(01) VALUE SPACE.
       77 WS-ZONE-IDX           PIC 9(03) VALUE ZERO.
       77 WS-ZONE-CODE-W        PIC X(06) VALUE SPACES.
       01 WS-ZONE-POINT.
        05 laty             COMP-2    VALUE ZERO.
        05 lonx             COMP-2    VALUE ZERO.
       77 WS-ZONE-INSIDE        PIC X(01) VALUE SPACE.
       77 WS-ZONE-KMS           COMP-2 VALUE ZERO.
       77 WS-ZONE-COUNT         PIC 9(03) VALUE ZERO.
       77 WS-ZI                 PIC 9(03) VALUE ZERO.
      *   the delivery points and the zones each one falls in, with
      *   the zones as they are and as they would be; grown through
      *   table-grow, the points past its ceiling only counted
       77 WS-PT-PTR-TBL         USAGE POINTER VALUE NULL.
       77 WS-PT-CAP             PIC 9(09) COMP VALUE ZERO.
       77 WS-PT-MAX             PIC 9(09) COMP VALUE 99999.
       77 WS-PT-COUNT           PIC 9(06) COMP VALUE ZERO.
       77 WS-PT-LEFT            PIC 9(06) VALUE ZERO.
       01 WS-PT-TABLE BASED.
           05 WS-PT-ENTRY OCCURS 99999 TIMES INDEXED BY WS-PI.
               10 WS-PT-ID          PIC X(10).
               10 WS-PT-LAT         COMP-2.
               10 WS-PT-LON         COMP-2.
               10 WS-PT-APPROX      PIC X(01).
               10 WS-PT-BEFORE      PIC X(42).
               10 WS-PT-AFTER       PIC X(42).
               10 WS-PT-PTR         PIC 9(03) COMP.
       77 WS-MEMB-SIDE          PIC X(01) VALUE "B".
        88 WS-MEMB-BEFORE       VALUE "B".
        88 WS-MEMB-AFTER        VALUE "A".
       77 WS-CHANGE-COUNT       PIC 9(06) VALUE ZERO.
       77 WS-BEFORE-TXT         PIC X(42) VALUE SPACES.
       77 WS-AFTER-TXT          PIC X(42) VALUE SPACES.
       77 WS-APPROX-TAG         PIC X(09) VALUE SPACES.
      *   staged postal-centroid CALL arguments
       77 WS-PC-CODE            PIC X(08) VALUE SPACES.
       77 WS-PC-LOCALITY        PIC X(30) VALUE SPACES.
       77 WS-PC-LAT             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-LON             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-FOUND           PIC X(01) VALUE SPACE.
        88 WS-PC-IS-FOUND       VALUE "Y".
       77 WS-JRN-ACTION         PIC X(08) VALUE SPACES.
       77 WS-JRN-DETAIL         PIC X(40) VALUE SPACES.
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       01 WS-STAMP-TIME         PIC 9(08) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-ZONES-PATH FROM ENVIRONMENT "GPS_ZONES_FILE".
            IF WS-ZONES-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ZONES TO WS-ZONES-PATH
            END-IF.
            ACCEPT WS-WORK-PATH FROM ENVIRONMENT "GPS_ZONES_WORK".
            IF WS-WORK-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ZONES-WORK TO WS-WORK-PATH
            END-IF.
            ACCEPT WS-POINTS-PATH FROM ENVIRONMENT "GPS_POINTS_FILE".
            IF WS-POINTS-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-POINTS TO WS-POINTS-PATH
            END-IF.
            ACCEPT WS-JOURNAL-PATH
                FROM ENVIRONMENT "GPS_ZONE_JOURNAL".
            IF WS-JOURNAL-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ZONEJRN TO WS-JOURNAL-PATH
            END-IF.
            PERFORM A0200-LOAD-ZONES.
            DISPLAY "Accion (A=Alta de circulo, M=Modificar circulo, "
                "V=Vertices de poligono, B=Retirar/Reactivar, "
                "L=Listar): " WITH NO ADVANCING.
            ACCEPT WS-ACTION.
            IF WS-LN-LEFT > ZERO AND NOT WS-ACTION-LIST
                DISPLAY "El archivo de zonas tiene " WS-LN-LEFT
                    " lineas mas de las que se pueden tener en "
                    "memoria; solo se puede listar."
                MOVE "L" TO WS-ACTION
            END-IF.
            EVALUATE TRUE
                WHEN WS-ACTION-ADD      PERFORM A0400-ADD-CIRCLE
                WHEN WS-ACTION-MODIFY   PERFORM A0450-MODIFY-CIRCLE
                WHEN WS-ACTION-VERTICES PERFORM A0500-EDIT-POLYGON
                WHEN WS-ACTION-TOGGLE   PERFORM A0550-TOGGLE-ZONE
                WHEN WS-ACTION-LIST     PERFORM A0300-LIST-ZONES
                WHEN OTHER
                    DISPLAY "Accion invalida, no se hizo nada."
            END-EVALUATE.
            SET lk-tg-op-free TO TRUE.
            SET lk-tg-ptr TO WS-LN-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-LN-PTR TO NULL.
            SET lk-tg-ptr TO WS-PT-PTR-TBL.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-PT-PTR-TBL TO NULL.
            GOBACK.
      *-----------------------------------------------------------------
      *   The same coordinate ranges the locations master holds a
      *   place to; the callers leave the parsed values in
      *   WS-LAT-NUM / WS-LON-NUM.
       A0150-VALIDATE-COORDS.
            MOVE "N" TO WS-COORDS-OK.
            IF WS-LAT-NUM >= -90 AND WS-LAT-NUM <= 90
               AND WS-LON-NUM >= -180 AND WS-LON-NUM <= 180
                MOVE "Y" TO WS-COORDS-OK
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One typed coordinate pair into WS-LAT-NUM / WS-LON-NUM;
      *   WS-COORDS-OK says whether both parsed and are in range.
       A0170-PARSE-COORDS.
            MOVE "N" TO WS-COORDS-OK.
            IF FUNCTION TEST-NUMVAL(WS-WORK-LAT) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(WS-WORK-LON) NOT = ZERO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-LAT-NUM = FUNCTION NUMVAL(WS-WORK-LAT).
            COMPUTE WS-LON-NUM = FUNCTION NUMVAL(WS-WORK-LON).
            PERFORM A0150-VALIDATE-COORDS.
            EXIT.
      *-----------------------------------------------------------------
       A0200-LOAD-ZONES.
            MOVE WS-ZONES-PATH TO WS-FILE-PATH.
            OPEN INPUT zone-file.
            IF NOT WS-FS-ZONES-OK
                DISPLAY "Archivo de zonas nuevo; sin zonas todavia."
                EXIT PARAGRAPH
            END-IF.
            READ zone-file
                AT END SET EOF-zone-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-zone-file
                IF io-zone-code NOT = SPACES
                    PERFORM A0205-LOAD-ONE-LINE
                END-IF
                READ zone-file
                    AT END SET EOF-zone-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE zone-file.
            EXIT.
      *-----------------------------------------------------------------
      *   A line past the table's ceiling is only counted.
       A0205-LOAD-ONE-LINE.
            COMPUTE WS-LN-NEED = WS-LN-COUNT + 1.
            PERFORM A0210-GROW-LINES.
            IF lk-tg-full
                ADD 1 TO WS-LN-LEFT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LN-COUNT.
            MOVE FUNCTION UPPER-CASE(io-zone-code)
                TO WS-LN-CODE(WS-LN-COUNT).
            COMPUTE WS-LN-LAT(WS-LN-COUNT) =
                FUNCTION NUMVAL(io-zone-lat).
            COMPUTE WS-LN-LON(WS-LN-COUNT) =
                FUNCTION NUMVAL(io-zone-lon).
            IF FUNCTION UPPER-CASE(io-zone-radius(1:4)) = "POLY"
                MOVE "P" TO WS-LN-KIND(WS-LN-COUNT)
                MOVE ZERO TO WS-LN-RADIUS(WS-LN-COUNT)
            ELSE
                MOVE "C" TO WS-LN-KIND(WS-LN-COUNT)
                COMPUTE WS-LN-RADIUS(WS-LN-COUNT) =
                    FUNCTION NUMVAL(io-zone-radius)
            END-IF.
            IF io-zone-status = "I" OR io-zone-status = "i"
                MOVE "I" TO WS-LN-STATUS(WS-LN-COUNT)
            ELSE
                MOVE SPACE TO WS-LN-STATUS(WS-LN-COUNT)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Room in the line table for WS-LN-NEED lines; lk-tg-full
      *   when that is past the table's ceiling.
       A0210-GROW-LINES.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-LN-PTR.
            MOVE WS-LN-CAP TO lk-tg-capacity.
            MOVE WS-LN-NEED TO lk-tg-needed.
            MOVE LENGTH OF WS-LN-ENTRY TO lk-tg-entry-len.
            MOVE WS-LN-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-LN-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-LN-CAP.
            SET ADDRESS OF WS-LN-TABLE TO WS-LN-PTR.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-WORK-CODE's first line, line count, kind and status;
      *   WS-FOUND-LN stays zero for a code not in the file.
       A0250-FIND-ZONE.
            MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE.
            MOVE ZERO TO WS-FOUND-LN WS-FOUND-LINES.
            MOVE SPACE TO WS-FOUND-KIND WS-FOUND-STATUS.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-CODE(WS-I) = WS-WORK-CODE
                    IF WS-FOUND-LN = ZERO
                        MOVE WS-I TO WS-FOUND-LN
                        MOVE WS-LN-KIND(WS-I) TO WS-FOUND-KIND
                        MOVE WS-LN-STATUS(WS-I) TO WS-FOUND-STATUS
                    END-IF
                    ADD 1 TO WS-FOUND-LINES
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0300-LIST-ZONES.
            DISPLAY "Zonas del archivo:".
            MOVE ZERO TO WS-K.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-KIND(WS-I) = "P"
                    IF WS-I = 1
                       OR WS-LN-CODE(WS-I) NOT = WS-LN-CODE(WS-I - 1)
                        MOVE ZERO TO WS-K
                        IF WS-LN-STATUS(WS-I) = "I"
                            DISPLAY WS-LN-CODE(WS-I)
                                " poligono (RETIRADA)"
                        ELSE
                            DISPLAY WS-LN-CODE(WS-I) " poligono"
                        END-IF
                    END-IF
                    ADD 1 TO WS-K
                    MOVE WS-K TO WS-SEQ-DISP
                    DISPLAY "    vertice " WS-SEQ-DISP " ("
                        WS-LN-LAT(WS-I) ", " WS-LN-LON(WS-I) ")"
                ELSE
                    MOVE WS-LN-RADIUS(WS-I) TO WS-RADIUS-DISP
                    IF WS-LN-STATUS(WS-I) = "I"
                        DISPLAY WS-LN-CODE(WS-I) " circulo ("
                            WS-LN-LAT(WS-I) ", " WS-LN-LON(WS-I)
                            ") radio " WS-RADIUS-DISP " Km (RETIRADA)"
                    ELSE
                        DISPLAY WS-LN-CODE(WS-I) " circulo ("
                            WS-LN-LAT(WS-I) ", " WS-LN-LON(WS-I)
                            ") radio " WS-RADIUS-DISP " Km"
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "Lineas en el archivo: " WS-LN-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0400-ADD-CIRCLE.
            COMPUTE WS-LN-NEED = WS-LN-COUNT + 1.
            PERFORM A0210-GROW-LINES.
            IF lk-tg-full
                DISPLAY "Archivo de zonas lleno; no se agrego."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Codigo de zona (6): " WITH NO ADVANCING.
            ACCEPT WS-WORK-CODE.
            IF WS-WORK-CODE = SPACES
                DISPLAY "Codigo vacio, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0250-FIND-ZONE.
            IF WS-FOUND-LN NOT = ZERO
                DISPLAY "Ya existe esa zona."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Latitud del centro (+/-GG.GGGGGG): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LAT.
            DISPLAY "Longitud del centro: " WITH NO ADVANCING.
            ACCEPT WS-WORK-LON.
            DISPLAY "Radio en Km: " WITH NO ADVANCING.
            ACCEPT WS-WORK-RADIUS.
            PERFORM A0170-PARSE-COORDS.
            IF NOT WS-COORDS-VALID
                DISPLAY "Coordenadas invalidas o fuera de rango; no "
                    "se agrego."
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-WORK-RADIUS) NOT = ZERO
                DISPLAY "Radio invalido; no se agrego."
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-RADIUS-NUM = FUNCTION NUMVAL(WS-WORK-RADIUS).
            IF WS-RADIUS-NUM = ZERO OR WS-RADIUS-NUM > WS-RADIUS-MAX
                DISPLAY "El radio debe ser mayor que cero y no mayor "
                    "que " WS-RADIUS-MAX " Km; no se agrego."
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LN-COUNT.
            MOVE WS-WORK-CODE TO WS-LN-CODE(WS-LN-COUNT).
            MOVE "C" TO WS-LN-KIND(WS-LN-COUNT).
            MOVE WS-LAT-NUM TO WS-LN-LAT(WS-LN-COUNT).
            MOVE WS-LON-NUM TO WS-LN-LON(WS-LN-COUNT).
            MOVE WS-RADIUS-NUM TO WS-LN-RADIUS(WS-LN-COUNT).
            MOVE SPACE TO WS-LN-STATUS(WS-LN-COUNT).
            MOVE "ALTA" TO WS-JRN-ACTION.
            MOVE WS-LN-COUNT TO WS-FOUND-LN.
            PERFORM A0580-CIRCLE-DETAIL.
            PERFORM A0600-PREVIEW-AND-SAVE.
            EXIT.
      *-----------------------------------------------------------------
       A0450-MODIFY-CIRCLE.
            DISPLAY "Codigo de zona a modificar: " WITH NO ADVANCING.
            ACCEPT WS-WORK-CODE.
            PERFORM A0250-FIND-ZONE.
            IF WS-FOUND-LN = ZERO
                DISPLAY "No existe esa zona."
                EXIT PARAGRAPH
            END-IF.
            IF WS-FOUND-KIND = "P"
                DISPLAY "Es un poligono; use V para sus vertices."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LN-RADIUS(WS-FOUND-LN) TO WS-RADIUS-DISP.
            DISPLAY "Actual: (" WS-LN-LAT(WS-FOUND-LN) ", "
                WS-LN-LON(WS-FOUND-LN) ") radio " WS-RADIUS-DISP
                " Km".
            DISPLAY "Nueva latitud (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LAT.
            DISPLAY "Nueva longitud (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LON.
            DISPLAY "Nuevo radio (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-RADIUS.
      *     the untouched values keep the line's own numbers; only
      *     what the operator actually typed gets parsed
            IF WS-WORK-LAT = SPACES
                MOVE WS-LN-LAT(WS-FOUND-LN) TO WS-LAT-NUM
            ELSE
                IF FUNCTION TEST-NUMVAL(WS-WORK-LAT) NOT = ZERO
                    DISPLAY "Latitud invalida; sin cambio."
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-LAT-NUM = FUNCTION NUMVAL(WS-WORK-LAT)
            END-IF.
            IF WS-WORK-LON = SPACES
                MOVE WS-LN-LON(WS-FOUND-LN) TO WS-LON-NUM
            ELSE
                IF FUNCTION TEST-NUMVAL(WS-WORK-LON) NOT = ZERO
                    DISPLAY "Longitud invalida; sin cambio."
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-LON-NUM = FUNCTION NUMVAL(WS-WORK-LON)
            END-IF.
            PERFORM A0150-VALIDATE-COORDS.
            IF NOT WS-COORDS-VALID
                DISPLAY "Coordenadas fuera de rango; sin cambio."
                EXIT PARAGRAPH
            END-IF.
            IF WS-WORK-RADIUS = SPACES
                MOVE WS-LN-RADIUS(WS-FOUND-LN) TO WS-RADIUS-NUM
            ELSE
                IF FUNCTION TEST-NUMVAL(WS-WORK-RADIUS) NOT = ZERO
                    DISPLAY "Radio invalido; sin cambio."
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-RADIUS-NUM =
                    FUNCTION NUMVAL(WS-WORK-RADIUS)
            END-IF.
            IF WS-RADIUS-NUM = ZERO OR WS-RADIUS-NUM > WS-RADIUS-MAX
                DISPLAY "El radio debe ser mayor que cero y no mayor "
                    "que " WS-RADIUS-MAX " Km; sin cambio."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LAT-NUM TO WS-LN-LAT(WS-FOUND-LN).
            MOVE WS-LON-NUM TO WS-LN-LON(WS-FOUND-LN).
            MOVE WS-RADIUS-NUM TO WS-LN-RADIUS(WS-FOUND-LN).
            MOVE "CAMBIO" TO WS-JRN-ACTION.
            PERFORM A0580-CIRCLE-DETAIL.
            PERFORM A0600-PREVIEW-AND-SAVE.
            EXIT.
      *-----------------------------------------------------------------
      *   A polygon's boundary, typed anew (a new zone, or a wrong
      *   one retraced) or the vertices it has put in another order.
      *   Either way the result is checked as a whole and replaces
      *   the zone's vertex lines where they stood in the file.
       A0500-EDIT-POLYGON.
            DISPLAY "Codigo de zona poligonal: " WITH NO ADVANCING.
            ACCEPT WS-WORK-CODE.
            IF WS-WORK-CODE = SPACES
                DISPLAY "Codigo vacio, nada que hacer."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0250-FIND-ZONE.
            IF WS-FOUND-KIND = "C"
                DISPLAY "Es un circulo; use M para modificarlo."
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-VX-COUNT.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-CODE(WS-I) = WS-WORK-CODE
                   AND WS-VX-COUNT < WS-VX-MAX
                    ADD 1 TO WS-VX-COUNT
                    MOVE WS-LN-LAT(WS-I) TO WS-VX-LAT(WS-VX-COUNT)
                    MOVE WS-LN-LON(WS-I) TO WS-VX-LON(WS-VX-COUNT)
                    MOVE WS-VX-COUNT TO WS-SEQ-DISP
                    DISPLAY "    vertice " WS-SEQ-DISP " ("
                        WS-LN-LAT(WS-I) ", " WS-LN-LON(WS-I) ")"
                END-IF
            END-PERFORM.
            IF WS-FOUND-LN = ZERO
                DISPLAY "Zona nueva; ingrese el contorno en orden."
                MOVE "E" TO WS-SUB-ACTION
                MOVE SPACE TO WS-FOUND-STATUS
            ELSE
                DISPLAY "E=Ingresar el contorno de nuevo, R=Reordenar "
                    "los vertices: " WITH NO ADVANCING
                ACCEPT WS-SUB-ACTION
            END-IF.
            EVALUATE TRUE
                WHEN WS-SUB-ENTER
                    PERFORM A0510-ENTER-VERTICES
                    MOVE "VERTICES" TO WS-JRN-ACTION
                WHEN WS-SUB-REORDER
                    PERFORM A0520-REORDER-VERTICES
                    MOVE "ORDEN" TO WS-JRN-ACTION
                WHEN OTHER
                    DISPLAY "Opcion invalida, no se hizo nada."
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-VX-COUNT = ZERO
                DISPLAY "Sin cambio."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0530-VALIDATE-POLYGON.
            IF NOT WS-POLY-VALID
                DISPLAY "Poligono rechazado: " WS-POLY-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0540-REPLACE-POLYGON.
            IF WS-VX-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-JRN-DETAIL.
            MOVE WS-VX-COUNT TO WS-SEQ-DISP.
            STRING WS-SEQ-DISP " vertices"
                DELIMITED BY SIZE INTO WS-JRN-DETAIL
            END-STRING.
            PERFORM A0600-PREVIEW-AND-SAVE.
            EXIT.
      *-----------------------------------------------------------------
      *   The boundary in the order it is walked, one vertex per
      *   prompt, until an empty latitude.  A vertex that does not
      *   parse or is out of range drops the whole entry.
       A0510-ENTER-VERTICES.
            MOVE ZERO TO WS-VX-COUNT.
            DISPLAY "Vertices en el orden del contorno; latitud vacia "
                "para terminar.".
            MOVE "X" TO WS-WORK-LAT.
            PERFORM UNTIL WS-WORK-LAT = SPACES
                COMPUTE WS-SEQ-DISP = WS-VX-COUNT + 1
                DISPLAY "Vertice " WS-SEQ-DISP " latitud: "
                    WITH NO ADVANCING
                ACCEPT WS-WORK-LAT
                IF WS-WORK-LAT NOT = SPACES
                    DISPLAY "Vertice " WS-SEQ-DISP " longitud: "
                        WITH NO ADVANCING
                    ACCEPT WS-WORK-LON
                    PERFORM A0170-PARSE-COORDS
                    IF NOT WS-COORDS-VALID
                        DISPLAY "Coordenadas invalidas o fuera de "
                            "rango; contorno descartado."
                        MOVE ZERO TO WS-VX-COUNT
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-VX-COUNT >= WS-VX-MAX
                        DISPLAY "Demasiados vertices; contorno "
                            "descartado."
                        MOVE ZERO TO WS-VX-COUNT
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO WS-VX-COUNT
                    MOVE WS-LAT-NUM TO WS-VX-LAT(WS-VX-COUNT)
                    MOVE WS-LON-NUM TO WS-VX-LON(WS-VX-COUNT)
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The new order position by position: which of the listed
      *   vertices goes first, second, ... each used exactly once.
       A0520-REORDER-VERTICES.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT
                MOVE "N" TO WS-VX-USED(WS-I)
            END-PERFORM.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT
                MOVE WS-I TO WS-SEQ-DISP
                DISPLAY "Vertice actual que va en la posicion "
                    WS-SEQ-DISP ": " WITH NO ADVANCING
                ACCEPT WS-POS-TXT
                IF FUNCTION TEST-NUMVAL(WS-POS-TXT) NOT = ZERO
                    DISPLAY "Numero invalido; orden descartado."
                    MOVE ZERO TO WS-VX-COUNT
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-POS-NUM = FUNCTION NUMVAL(WS-POS-TXT)
                IF WS-POS-NUM < 1 OR WS-POS-NUM > WS-VX-COUNT
                    DISPLAY "Fuera de la lista; orden descartado."
                    MOVE ZERO TO WS-VX-COUNT
                    EXIT PARAGRAPH
                END-IF
                IF WS-VX-USED(WS-POS-NUM) = "Y"
                    DISPLAY "Ese vertice ya tiene posicion; orden "
                        "descartado."
                    MOVE ZERO TO WS-VX-COUNT
                    EXIT PARAGRAPH
                END-IF
                MOVE "Y" TO WS-VX-USED(WS-POS-NUM)
                MOVE WS-POS-NUM TO WS-VX-FROM(WS-I)
            END-PERFORM.
      *     the reordered boundary rebuilt after the vertex table,
      *     then moved back over it
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT
                MOVE WS-VX-LAT(WS-VX-FROM(WS-I))
                    TO WS-VX-LAT(WS-VX-COUNT + WS-I)
                MOVE WS-VX-LON(WS-VX-FROM(WS-I))
                    TO WS-VX-LON(WS-VX-COUNT + WS-I)
            END-PERFORM.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT
                MOVE WS-VX-LAT(WS-VX-COUNT + WS-I) TO WS-VX-LAT(WS-I)
                MOVE WS-VX-LON(WS-VX-COUNT + WS-I) TO WS-VX-LON(WS-I)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   At least three vertices, no two alike, some area enclosed
      *   (twice the shoelace area not zero), and no edge crossing or
      *   touching another that is not its neighbor -- the bow-tie
      *   a vertex out of order makes.
       A0530-VALIDATE-POLYGON.
            MOVE "Y" TO WS-POLY-OK.
            MOVE SPACES TO WS-POLY-REASON.
            IF WS-VX-COUNT < 3
                MOVE "N" TO WS-POLY-OK
                MOVE "hacen falta al menos tres vertices"
                    TO WS-POLY-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-VX-COUNT OR NOT WS-POLY-VALID
                PERFORM VARYING WS-J FROM WS-I BY 1
                        UNTIL WS-J >= WS-VX-COUNT
                    IF WS-VX-LAT(WS-I) = WS-VX-LAT(WS-J + 1)
                       AND WS-VX-LON(WS-I) = WS-VX-LON(WS-J + 1)
                        MOVE "N" TO WS-POLY-OK
                        MOVE "hay dos vertices en el mismo punto"
                            TO WS-POLY-REASON
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF NOT WS-POLY-VALID
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-AREA2.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT
                COMPUTE WS-NEXT = FUNCTION MOD(WS-I, WS-VX-COUNT) + 1
                COMPUTE WS-AREA2 = WS-AREA2
                    + WS-VX-LON(WS-I) * WS-VX-LAT(WS-NEXT)
                    - WS-VX-LON(WS-NEXT) * WS-VX-LAT(WS-I)
            END-PERFORM.
            IF WS-AREA2 = ZERO
                MOVE "N" TO WS-POLY-OK
                MOVE "los vertices estan alineados, no encierran area"
                    TO WS-POLY-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-VX-COUNT OR NOT WS-POLY-VALID
                PERFORM VARYING WS-J FROM WS-I BY 1
                        UNTIL WS-J > WS-VX-COUNT
                           OR NOT WS-POLY-VALID
                    COMPUTE WS-NEXT =
                        FUNCTION MOD(WS-I, WS-VX-COUNT) + 1
                    COMPUTE WS-JNEXT =
                        FUNCTION MOD(WS-J, WS-VX-COUNT) + 1
      *             an edge and its neighbors share a vertex by
      *             construction; only the others are tested
                    IF WS-J NOT = WS-I AND WS-J NOT = WS-NEXT
                       AND WS-JNEXT NOT = WS-I
                        PERFORM A0535-TEST-EDGE-PAIR
                        IF WS-SEGS-CROSS
                            MOVE "N" TO WS-POLY-OK
                            MOVE WS-I TO WS-SEQ-DISP
                            STRING "el borde que sale del vertice "
                                WS-SEQ-DISP " cruza otro borde"
                                DELIMITED BY SIZE INTO WS-POLY-REASON
                            END-STRING
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Edge WS-I -> WS-NEXT against edge WS-J -> WS-JNEXT: they
      *   cross when each one's ends fall on opposite sides of the
      *   other, and touch when an end lies on the other edge.
       A0535-TEST-EDGE-PAIR.
            MOVE "N" TO WS-SEG-CROSS.
            MOVE WS-VX-LON(WS-I) TO WS-P1-X.
            MOVE WS-VX-LAT(WS-I) TO WS-P1-Y.
            MOVE WS-VX-LON(WS-NEXT) TO WS-P2-X.
            MOVE WS-VX-LAT(WS-NEXT) TO WS-P2-Y.
            MOVE WS-VX-LON(WS-J) TO WS-Q1-X.
            MOVE WS-VX-LAT(WS-J) TO WS-Q1-Y.
            MOVE WS-VX-LON(WS-JNEXT) TO WS-Q2-X.
            MOVE WS-VX-LAT(WS-JNEXT) TO WS-Q2-Y.
            COMPUTE WS-O1 = (WS-P2-X - WS-P1-X) * (WS-Q1-Y - WS-P1-Y)
                - (WS-P2-Y - WS-P1-Y) * (WS-Q1-X - WS-P1-X).
            COMPUTE WS-O2 = (WS-P2-X - WS-P1-X) * (WS-Q2-Y - WS-P1-Y)
                - (WS-P2-Y - WS-P1-Y) * (WS-Q2-X - WS-P1-X).
            COMPUTE WS-O3 = (WS-Q2-X - WS-Q1-X) * (WS-P1-Y - WS-Q1-Y)
                - (WS-Q2-Y - WS-Q1-Y) * (WS-P1-X - WS-Q1-X).
            COMPUTE WS-O4 = (WS-Q2-X - WS-Q1-X) * (WS-P2-Y - WS-Q1-Y)
                - (WS-Q2-Y - WS-Q1-Y) * (WS-P2-X - WS-Q1-X).
            IF ((WS-O1 > 0 AND WS-O2 < 0) OR (WS-O1 < 0 AND WS-O2 > 0))
               AND ((WS-O3 > 0 AND WS-O4 < 0)
                    OR (WS-O3 < 0 AND WS-O4 > 0))
                MOVE "Y" TO WS-SEG-CROSS
                EXIT PARAGRAPH
            END-IF.
            IF (WS-O1 = 0
                AND WS-Q1-X >= FUNCTION MIN(WS-P1-X, WS-P2-X)
                AND WS-Q1-X <= FUNCTION MAX(WS-P1-X, WS-P2-X)
                AND WS-Q1-Y >= FUNCTION MIN(WS-P1-Y, WS-P2-Y)
                AND WS-Q1-Y <= FUNCTION MAX(WS-P1-Y, WS-P2-Y))
            OR (WS-O2 = 0
                AND WS-Q2-X >= FUNCTION MIN(WS-P1-X, WS-P2-X)
                AND WS-Q2-X <= FUNCTION MAX(WS-P1-X, WS-P2-X)
                AND WS-Q2-Y >= FUNCTION MIN(WS-P1-Y, WS-P2-Y)
                AND WS-Q2-Y <= FUNCTION MAX(WS-P1-Y, WS-P2-Y))
            OR (WS-O3 = 0
                AND WS-P1-X >= FUNCTION MIN(WS-Q1-X, WS-Q2-X)
                AND WS-P1-X <= FUNCTION MAX(WS-Q1-X, WS-Q2-X)
                AND WS-P1-Y >= FUNCTION MIN(WS-Q1-Y, WS-Q2-Y)
                AND WS-P1-Y <= FUNCTION MAX(WS-Q1-Y, WS-Q2-Y))
            OR (WS-O4 = 0
                AND WS-P2-X >= FUNCTION MIN(WS-Q1-X, WS-Q2-X)
                AND WS-P2-X <= FUNCTION MAX(WS-Q1-X, WS-Q2-X)
                AND WS-P2-Y >= FUNCTION MIN(WS-Q1-Y, WS-Q2-Y)
                AND WS-P2-Y <= FUNCTION MAX(WS-Q1-Y, WS-Q2-Y))
                MOVE "Y" TO WS-SEG-CROSS
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The zone's old vertex lines out of the table, the new ones
      *   in where the first of them stood (a new zone goes at the
      *   end), keeping the zone's retired flag.
       A0540-REPLACE-POLYGON.
            MOVE ZERO TO WS-INS-AT WS-J.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-CODE(WS-I) = WS-WORK-CODE
                    IF WS-INS-AT = ZERO
                        COMPUTE WS-INS-AT = WS-J + 1
                    END-IF
                ELSE
                    ADD 1 TO WS-J
                    IF WS-J NOT = WS-I
                        MOVE WS-LN-ENTRY(WS-I) TO WS-LN-ENTRY(WS-J)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-J TO WS-LN-COUNT.
            COMPUTE WS-LN-NEED = WS-LN-COUNT + WS-VX-COUNT.
            PERFORM A0210-GROW-LINES.
            IF lk-tg-full
                DISPLAY "Archivo de zonas lleno; sin cambio."
                MOVE ZERO TO WS-VX-COUNT
                EXIT PARAGRAPH
            END-IF.
            IF WS-INS-AT = ZERO
                COMPUTE WS-INS-AT = WS-LN-COUNT + 1
            END-IF.
            PERFORM VARYING WS-I FROM WS-LN-COUNT BY -1
                    UNTIL WS-I < WS-INS-AT
                MOVE WS-LN-ENTRY(WS-I)
                    TO WS-LN-ENTRY(WS-I + WS-VX-COUNT)
            END-PERFORM.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-VX-COUNT
                COMPUTE WS-I = WS-INS-AT + WS-K - 1
                MOVE WS-WORK-CODE TO WS-LN-CODE(WS-I)
                MOVE "P" TO WS-LN-KIND(WS-I)
                MOVE WS-VX-LAT(WS-K) TO WS-LN-LAT(WS-I)
                MOVE WS-VX-LON(WS-K) TO WS-LN-LON(WS-I)
                MOVE ZERO TO WS-LN-RADIUS(WS-I)
                MOVE WS-FOUND-STATUS TO WS-LN-STATUS(WS-I)
            END-PERFORM.
            ADD WS-VX-COUNT TO WS-LN-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Retiring flags every line of the zone I; reactivating
      *   clears the flag.  The definition itself is untouched.
       A0550-TOGGLE-ZONE.
            DISPLAY "Codigo de zona a retirar/reactivar: "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-CODE.
            PERFORM A0250-FIND-ZONE.
            IF WS-FOUND-LN = ZERO
                DISPLAY "No existe esa zona."
                EXIT PARAGRAPH
            END-IF.
            IF WS-FOUND-STATUS = "I"
                MOVE SPACE TO WS-FOUND-STATUS
                MOVE "REACTIVA" TO WS-JRN-ACTION
                DISPLAY "La zona queda ACTIVA."
            ELSE
                MOVE "I" TO WS-FOUND-STATUS
                MOVE "RETIRA" TO WS-JRN-ACTION
                DISPLAY "La zona queda RETIRADA."
            END-IF.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-CODE(WS-I) = WS-WORK-CODE
                    MOVE WS-FOUND-STATUS TO WS-LN-STATUS(WS-I)
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-JRN-DETAIL.
            IF WS-FOUND-KIND = "C"
                PERFORM A0580-CIRCLE-DETAIL
            ELSE
                MOVE WS-FOUND-LINES TO WS-SEQ-DISP
                STRING WS-SEQ-DISP " vertices"
                    DELIMITED BY SIZE INTO WS-JRN-DETAIL
                END-STRING
            END-IF.
            PERFORM A0600-PREVIEW-AND-SAVE.
            EXIT.
      *-----------------------------------------------------------------
      *   Center and radius of the circle at WS-FOUND-LN, for the
      *   journal line.
       A0580-CIRCLE-DETAIL.
            MOVE WS-LN-LAT(WS-FOUND-LN) TO WS-LAT-EDIT.
            MOVE WS-LN-LON(WS-FOUND-LN) TO WS-LON-EDIT.
            MOVE WS-LN-RADIUS(WS-FOUND-LN) TO WS-RADIUS-EDIT.
            MOVE SPACES TO WS-JRN-DETAIL.
            STRING WS-LAT-EDIT "|" WS-LON-EDIT "|" WS-RADIUS-EDIT
                DELIMITED BY SIZE INTO WS-JRN-DETAIL
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
      *   The change as the delivery points would feel it: the table
      *   is staged in the work copy, zone-check is loaded with the
      *   file as it is and then with the work copy, and every point
      *   whose set of zones differs is shown.  Only then is the
      *   operator asked; a confirmed change is written over the
      *   zone file and journaled.
       A0600-PREVIEW-AND-SAVE.
            PERFORM A0650-CHECK-CAPACITY.
            IF WS-CHK-ZONES > WS-CHK-ZONE-MAX
               OR WS-CHK-VTX > WS-CHK-VTX-MAX
                DISPLAY "Con este cambio habria " WS-CHK-ZONES
                    " zonas activas y " WS-CHK-VTX
                    " vertices activos; el maximo es "
                    WS-CHK-ZONE-MAX " y " WS-CHK-VTX-MAX
                    ". No se grabo."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORK-PATH TO WS-FILE-PATH.
            PERFORM A0700-WRITE-ZONE-FILE.
            IF NOT WS-FS-ZONES-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0750-LOAD-POINTS.
            IF WS-PT-COUNT = ZERO
                DISPLAY "Sin puntos de entrega para comparar."
            ELSE
                SET ENVIRONMENT "GPS_ZONES_FILE" TO WS-ZONES-PATH
                SET WS-MEMB-BEFORE TO TRUE
                PERFORM A0800-ZONE-MEMBERSHIP
                SET ENVIRONMENT "GPS_ZONES_FILE" TO WS-WORK-PATH
                SET WS-MEMB-AFTER TO TRUE
                PERFORM A0800-ZONE-MEMBERSHIP
                SET ENVIRONMENT "GPS_ZONES_FILE" TO WS-ZONES-PATH
                PERFORM A0850-SHOW-CHANGES
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Cambio cancelado; el archivo de zonas no se "
                    "toco."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ZONES-PATH TO WS-FILE-PATH.
            PERFORM A0700-WRITE-ZONE-FILE.
            IF WS-FS-ZONES-OK
                PERFORM A0900-WRITE-JOURNAL
                DISPLAY "Archivo de zonas actualizado."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Active zones and active polygon vertices the proposed file
      *   would hand zone-check.
       A0650-CHECK-CAPACITY.
            MOVE ZERO TO WS-CHK-ZONES WS-CHK-VTX.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                IF WS-LN-STATUS(WS-I) NOT = "I"
                    IF WS-LN-KIND(WS-I) = "P"
                        ADD 1 TO WS-CHK-VTX
                        IF WS-I = 1
                           OR WS-LN-CODE(WS-I)
                              NOT = WS-LN-CODE(WS-I - 1)
                            ADD 1 TO WS-CHK-ZONES
                        END-IF
                    ELSE
                        ADD 1 TO WS-CHK-ZONES
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-ZONE-FILE.
            OPEN OUTPUT zone-file.
            IF NOT WS-FS-ZONES-OK
                DISPLAY "No se pudo grabar " FUNCTION TRIM(WS-FILE-PATH)
                    ", estado: " WS-FS-ZONES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LN-COUNT
                MOVE SPACES TO zone-rec
                MOVE WS-LN-CODE(WS-I) TO io-zone-code
                MOVE WS-LN-LAT(WS-I) TO WS-LAT-EDIT
                MOVE WS-LAT-EDIT TO io-zone-lat
                MOVE WS-LN-LON(WS-I) TO WS-LON-EDIT
                MOVE WS-LON-EDIT TO io-zone-lon
                IF WS-LN-KIND(WS-I) = "P"
                    MOVE "POLY" TO io-zone-radius
                ELSE
                    MOVE WS-LN-RADIUS(WS-I) TO WS-RADIUS-EDIT
                    MOVE WS-RADIUS-EDIT TO io-zone-radius
                END-IF
                MOVE WS-LN-STATUS(WS-I) TO io-zone-status
                WRITE zone-rec
            END-PERFORM.
            CLOSE zone-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The delivery points the way gps-geofence takes them:
      *   coordinates when the line has them, otherwise the centroid
      *   of its postal code; a point with neither is left out.
       A0750-LOAD-POINTS.
            MOVE ZERO TO WS-PT-COUNT WS-PT-LEFT.
            OPEN INPUT point-file.
            IF NOT WS-FS-POINTS-OK
                EXIT PARAGRAPH
            END-IF.
            READ point-file
                AT END SET EOF-point-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-point-file
                IF in-point-id NOT = SPACES
                    PERFORM A0760-LOAD-ONE-POINT
                END-IF
                READ point-file
                    AT END SET EOF-point-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE point-file.
            EXIT.
      *-----------------------------------------------------------------
       A0760-LOAD-ONE-POINT.
            IF in-point-lat = SPACES AND in-point-lon = SPACES
                MOVE in-point-postal TO WS-PC-CODE
                CALL "postal-centroid" USING WS-PC-CODE,
                    WS-PC-LOCALITY, WS-PC-LAT, WS-PC-LON, WS-PC-FOUND
                IF NOT WS-PC-IS-FOUND
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-PT-PTR-TBL.
            MOVE WS-PT-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-PT-COUNT + 1.
            MOVE LENGTH OF WS-PT-ENTRY TO lk-tg-entry-len.
            MOVE WS-PT-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-PT-PTR-TBL TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-PT-CAP.
            SET ADDRESS OF WS-PT-TABLE TO WS-PT-PTR-TBL.
            IF lk-tg-full
                ADD 1 TO WS-PT-LEFT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PT-COUNT.
            SET WS-PI TO WS-PT-COUNT.
            MOVE in-point-id TO WS-PT-ID(WS-PI).
            MOVE SPACES TO WS-PT-BEFORE(WS-PI) WS-PT-AFTER(WS-PI).
            IF in-point-lat = SPACES AND in-point-lon = SPACES
                MOVE WS-PC-LAT TO WS-PT-LAT(WS-PI)
                MOVE WS-PC-LON TO WS-PT-LON(WS-PI)
                MOVE "A" TO WS-PT-APPROX(WS-PI)
            ELSE
                COMPUTE WS-PT-LAT(WS-PI) =
                    FUNCTION NUMVAL(in-point-lat)
                COMPUTE WS-PT-LON(WS-PI) =
                    FUNCTION NUMVAL(in-point-lon)
                MOVE SPACE TO WS-PT-APPROX(WS-PI)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Loads zone-check from whatever GPS_ZONES_FILE names now and
      *   records, per point, the codes of every zone it falls in --
      *   into the before or the after column per WS-MEMB-SIDE.
       A0800-ZONE-MEMBERSHIP.
            MOVE "L" TO WS-ZONE-OP.
            CALL "zone-check" USING WS-ZONE-OP, WS-ZONE-IDX,
                WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                WS-ZONE-KMS.
            MOVE WS-ZONE-IDX TO WS-ZONE-COUNT.
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PT-COUNT
                MOVE 1 TO WS-PT-PTR(WS-PI)
            END-PERFORM.
            PERFORM VARYING WS-ZI FROM 1 BY 1
                    UNTIL WS-ZI > WS-ZONE-COUNT
                MOVE "I" TO WS-ZONE-OP
                MOVE WS-ZI TO WS-ZONE-IDX
                CALL "zone-check" USING WS-ZONE-OP, WS-ZONE-IDX,
                    WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                    WS-ZONE-KMS
                PERFORM VARYING WS-PI FROM 1 BY 1
                        UNTIL WS-PI > WS-PT-COUNT
                    PERFORM A0820-TEST-ONE-POINT
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0820-TEST-ONE-POINT.
            MOVE WS-PT-LAT(WS-PI) TO laty OF WS-ZONE-POINT.
            MOVE WS-PT-LON(WS-PI) TO lonx OF WS-ZONE-POINT.
            MOVE "T" TO WS-ZONE-OP.
            MOVE WS-ZI TO WS-ZONE-IDX.
            CALL "zone-check" USING WS-ZONE-OP, WS-ZONE-IDX,
                WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                WS-ZONE-KMS.
            IF WS-ZONE-INSIDE NOT = "Y"
                EXIT PARAGRAPH
            END-IF.
            IF WS-MEMB-BEFORE
                STRING WS-ZONE-CODE-W DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    INTO WS-PT-BEFORE(WS-PI)
                    WITH POINTER WS-PT-PTR(WS-PI)
                    ON OVERFLOW CONTINUE
                END-STRING
            ELSE
                STRING WS-ZONE-CODE-W DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    INTO WS-PT-AFTER(WS-PI)
                    WITH POINTER WS-PT-PTR(WS-PI)
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0850-SHOW-CHANGES.
            MOVE ZERO TO WS-CHANGE-COUNT.
            DISPLAY "Puntos de entrega que cambiarian de zona:".
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PT-COUNT
                IF WS-PT-BEFORE(WS-PI) NOT = WS-PT-AFTER(WS-PI)
                    ADD 1 TO WS-CHANGE-COUNT
                    MOVE WS-PT-BEFORE(WS-PI) TO WS-BEFORE-TXT
                    IF WS-BEFORE-TXT = SPACES
                        MOVE "(ninguna)" TO WS-BEFORE-TXT
                    END-IF
                    MOVE WS-PT-AFTER(WS-PI) TO WS-AFTER-TXT
                    IF WS-AFTER-TXT = SPACES
                        MOVE "(ninguna)" TO WS-AFTER-TXT
                    END-IF
                    MOVE SPACES TO WS-APPROX-TAG
                    IF WS-PT-APPROX(WS-PI) = "A"
                        MOVE " (aprox.)" TO WS-APPROX-TAG
                    END-IF
                    DISPLAY "  " WS-PT-ID(WS-PI) WS-APPROX-TAG
                        " antes: " FUNCTION TRIM(WS-BEFORE-TXT)
                        "  despues: " FUNCTION TRIM(WS-AFTER-TXT)
                END-IF
            END-PERFORM.
            IF WS-CHANGE-COUNT = ZERO
                DISPLAY "  Ninguno; ningun punto cambia de zona."
            ELSE
                DISPLAY "Puntos que cambian de zona: " WS-CHANGE-COUNT
                    " de " WS-PT-COUNT
            END-IF.
            IF WS-PT-LEFT > ZERO
                DISPLAY "Atencion: " WS-PT-LEFT " puntos de entrega "
                    "no entraron en la comparacion."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One journal line per saved change: who, when, which zone,
      *   what was done and the definition it was left with.
       A0900-WRITE-JOURNAL.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            IF WS-OPERATOR-ID = SPACES
                MOVE "OPER" TO WS-OPERATOR-ID
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-STAMP-TIME FROM TIME.
            OPEN EXTEND journal-file.
            IF NOT WS-FS-JOURNAL-OK
                CLOSE journal-file
                OPEN OUTPUT journal-file
            END-IF.
            IF WS-FS-JOURNAL-OK
                MOVE SPACES TO journal-rec
                STRING WS-TODAY-DATE "|" WS-STAMP-TIME(1:6) "|"
                    WS-OPERATOR-ID "|" WS-JRN-ACTION "|"
                    WS-WORK-CODE "|" WS-JRN-DETAIL
                    DELIMITED BY SIZE INTO journal-rec
                END-STRING
                WRITE journal-rec
                CLOSE journal-file
            END-IF.
            EXIT.
       END PROGRAM zone-maint.
