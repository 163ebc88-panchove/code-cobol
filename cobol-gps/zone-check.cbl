      *             ordered boundary vertex of the zone named in
      *             its code, so a service area can finally follow
      *             the municipal boundary instead of a circle.
      * A line with I in the status column after the radius belongs
      * to a retired zone (zone-maint retires rather than deletes,
      * so a zone can be brought back as it was) and is skipped.
      *
      * Operations (lk-zone-op):
      *   "L"  load (or reload) zones.txt; lk-zone-index returns
      *        lk-zone-inside answers Y/N and lk-zone-kms carries
      *        the distance to the center for a circle (zero for a
      *        polygon, which has no single center)
      * The zone and vertex tables grow with the file through the
      * shared table-grow subprogram.  Zones are numbered in the
      * three digits of lk-zone-index, so a file past 998 zones (or
      * a boundary past the vertex table's ceiling) is loaded as far
      * as it goes and the rest is logged through log-error at
      * RC-WARNING rather than ignored.  Compile together with
      * test-harvesine.cbl, which holds the harvesine function body,
      * and table-grow.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. zone-check.
            05 in-zone-lon      PIC X(11).
            05 FILLER           PIC X.
            05 in-zone-radius   PIC X(09).
            05 FILLER           PIC X.
            05 in-zone-status   PIC X(01).
                88 in-zone-retired  VALUE "I" "i".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/table-grow".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-ZONES-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-ZONES           PIC X(02) VALUE "00".
           88 WS-FS-ZONES-OK        VALUE "00".
        88 EOF-zone-file        VALUE "Y".
       77 WS-LOAD-STATE         PIC X(01) VALUE "N".
           88 WS-ZONES-LOADED       VALUE "Y".
      *   the callers walk the zones with a three-digit counter
      *   that has to step one past the last, hence 998
       77 WS-ZONE-PTR           USAGE POINTER VALUE NULL.
       77 WS-ZONE-CAP           PIC 9(09) COMP VALUE ZERO.
       77 WS-ZONE-MAX           PIC 9(09) COMP VALUE 998.
       77 WS-ZONE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-ZONE-TABLE BASED.
           05 WS-ZONE-ENTRY OCCURS 998 TIMES.
               10 WS-ZONE-CODE      PIC X(06).
               10 WS-ZONE-KIND      PIC X(01).
                   88 WS-ZONE-IS-POLY   VALUE "P".
               10 WS-ZONE-LAT       COMP-2.
               10 WS-ZONE-LON       COMP-2.
               10 WS-ZONE-RADIUS    COMP-2.
               10 WS-ZONE-VTX-1ST   PIC 9(06) COMP.
               10 WS-ZONE-VTX-CNT   PIC 9(06) COMP.
       77 WS-VTX-PTR            USAGE POINTER VALUE NULL.
       77 WS-VTX-CAP            PIC 9(09) COMP VALUE ZERO.
       77 WS-VTX-MAX            PIC 9(09) COMP VALUE 99999.
       77 WS-VTX-COUNT          PIC 9(06) COMP VALUE ZERO.
       01 WS-VTX-TABLE BASED.
           05 WS-VTX-ENTRY OCCURS 99999 TIMES.
               10 WS-VTX-LAT        COMP-2.
               10 WS-VTX-LON        COMP-2.
      *   lines the tables could not take on the last load
       77 WS-ZONE-DROPPED       PIC 9(06) COMP VALUE ZERO.
       77 WS-VTX-DROPPED        PIC 9(06) COMP VALUE ZERO.
       77 WS-ZONE-DROP-EDIT     PIC Z(05)9 VALUE ZERO.
       77 WS-VTX-DROP-EDIT      PIC Z(05)9 VALUE ZERO.
       77 WS-ZI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-VI                 PIC 9(06) COMP VALUE ZERO.
       77 WS-VJ                 PIC 9(06) COMP VALUE ZERO.
       77 WS-UPPER-RADIUS       PIC X(09) VALUE SPACES.
      *   ray-casting work fields: the crossing count decides in/out
       77 WS-CROSSINGS          PIC 9(05) COMP VALUE ZERO.
      *-----------------------------------------------------------------
       1000-LOAD-ZONES.
            MOVE ZERO TO WS-ZONE-COUNT WS-VTX-COUNT.
            MOVE ZERO TO WS-ZONE-DROPPED WS-VTX-DROPPED.
            MOVE "Y" TO WS-LOAD-STATE.
            MOVE "N" TO WS-EOF-ZONES.
            ACCEPT WS-ZONES-PATH FROM ENVIRONMENT "GPS_ZONES_FILE".
            END-READ.
            PERFORM UNTIL EOF-zone-file
                IF in-zone-code NOT = SPACES
                   AND NOT in-zone-retired
                    PERFORM 1100-TAKE-ZONE-LINE
                END-IF
                READ zone-file
                END-READ
            END-PERFORM.
            CLOSE zone-file.
            IF WS-ZONE-DROPPED > ZERO OR WS-VTX-DROPPED > ZERO
                PERFORM 1400-LOG-DROPPED-LINES
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A numeric radius is the classic circle; the literal POLY
                PERFORM 1200-TAKE-POLY-VERTEX
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1300-GROW-ZONE-TABLE.
            IF lk-tg-full
                ADD 1 TO WS-ZONE-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ZONE-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       1200-TAKE-POLY-VERTEX.
            PERFORM 1350-GROW-VERTEX-TABLE.
            IF lk-tg-full
                ADD 1 TO WS-VTX-DROPPED
                EXIT PARAGRAPH
            END-IF.
      *     a vertex continues the polygon opened by the previous
                   = FUNCTION UPPER-CASE(in-zone-code)
                CONTINUE
            ELSE
                PERFORM 1300-GROW-ZONE-TABLE
                IF lk-tg-full
                    ADD 1 TO WS-VTX-DROPPED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-ZONE-COUNT
                FUNCTION NUMVAL(in-zone-lon).
            ADD 1 TO WS-ZONE-VTX-CNT(WS-ZONE-COUNT).
            EXIT.
      *-----------------------------------------------------------------
      *   Room for one more zone (or vertex); the storage is kept
      *   across loads, so a reload only grows it further if the
      *   file has grown.
       1300-GROW-ZONE-TABLE.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-ZONE-PTR.
            MOVE WS-ZONE-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-ZONE-COUNT + 1.
            MOVE LENGTH OF WS-ZONE-ENTRY TO lk-tg-entry-len.
            MOVE WS-ZONE-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-ZONE-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-ZONE-CAP.
            SET ADDRESS OF WS-ZONE-TABLE TO WS-ZONE-PTR.
            EXIT.
      *-----------------------------------------------------------------
       1350-GROW-VERTEX-TABLE.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-VTX-PTR.
            MOVE WS-VTX-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-VTX-COUNT + 1.
            MOVE LENGTH OF WS-VTX-ENTRY TO lk-tg-entry-len.
            MOVE WS-VTX-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-VTX-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-VTX-CAP.
            SET ADDRESS OF WS-VTX-TABLE TO WS-VTX-PTR.
            EXIT.
      *-----------------------------------------------------------------
       1400-LOG-DROPPED-LINES.
            MOVE "zone-check" TO WS-LOG-PROGRAM.
            MOVE "1000-LOAD-ZONES" TO WS-LOG-PARAGRAPH.
            MOVE RC-WARNING TO WS-LOG-CODE.
            MOVE WS-ZONE-DROPPED TO WS-ZONE-DROP-EDIT.
            MOVE WS-VTX-DROPPED TO WS-VTX-DROP-EDIT.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING "Zonas sin cargar: " WS-ZONE-DROP-EDIT
                "  vertices sin cargar: " WS-VTX-DROP-EDIT
                DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING.
            CALL "log-error" USING WS-LOG-PROGRAM, WS-LOG-PARAGRAPH,
                WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
      *-----------------------------------------------------------------
       2000-TEST-POINT.
            MOVE "N" TO lk-zone-inside.
