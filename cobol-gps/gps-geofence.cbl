      * the points inside (with the distance to the center when the
      * zone has one), and closes with the points caught by no zone
      * at all -- which is how addresses we should not be accepting
      * show up.  A point given by postal code instead of
      * coordinates is tested at the postal code's centroid (through
      * postal-centroid) and marked approximate on every line, since
      * an in/out answer near a boundary means little for it.
      * Compile together with zone-check.cbl, table-grow.cbl,
      * postal-centroid.cbl and test-harvesine.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-geofence.
            05 in-point-lat     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-lon     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-postal  PIC X(08).

       FD fence-report.
        01 fence-report-line    PIC X(100).
               10 WS-POINT-LAT      COMP-2.
               10 WS-POINT-LON      COMP-2.
               10 WS-POINT-COVERED  PIC X(01).
               10 WS-POINT-APPROX   PIC X(01).
       77 WS-INSIDE-COUNT       PIC 9(04) COMP VALUE ZERO.
       77 WS-ORPHAN-COUNT       PIC 9(04) COMP VALUE ZERO.
       77 WS-KMS-DISP           PIC -(6)9.9(3) VALUE ZERO.
       77 WS-CNT-DISP           PIC ZZZ9 VALUE ZERO.
       77 WS-APPROX-TAG         PIC X(09) VALUE SPACES.
       77 WS-APPROX-COUNT       PIC 9(04) COMP VALUE ZERO.
       77 WS-SKIP-COUNT         PIC 9(04) COMP VALUE ZERO.
      *   staged postal-centroid CALL arguments
       77 WS-PC-CODE            PIC X(08) VALUE SPACES.
       77 WS-PC-LOCALITY        PIC X(30) VALUE SPACES.
       77 WS-PC-LAT             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-LON             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-FOUND           PIC X(01) VALUE SPACE.
        88 WS-PC-IS-FOUND       VALUE "Y".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN SECTION.
                PERFORM A0600-REPORT-ORPHANS
                CLOSE fence-report
                DISPLAY "Puntos sin zona: " WS-ORPHAN-COUNT
                DISPLAY "Puntos con ubicacion aproximada: "
                    WS-APPROX-COUNT "  sin ubicacion: " WS-SKIP-COUNT
            END-IF.
            STOP RUN.
      *-----------------------------------------------------------------
            END-READ.
            PERFORM UNTIL EOF-input-file OR WS-POINT-COUNT >= 1000
                IF in-point-id NOT = SPACES
                    PERFORM A0450-LOAD-ONE-POINT
                END-IF
                READ point-file
                    AT END SET EOF-input-file TO TRUE
            END-PERFORM.
            CLOSE point-file.
            EXIT.
      *-----------------------------------------------------------------
      *   Coordinates when the line has them, otherwise the centroid
      *   of its postal code; a point with neither is left out.
       A0450-LOAD-ONE-POINT.
            IF in-point-lat = SPACES AND in-point-lon = SPACES
                MOVE in-point-postal TO WS-PC-CODE
                CALL "postal-centroid" USING WS-PC-CODE,
                    WS-PC-LOCALITY, WS-PC-LAT, WS-PC-LON, WS-PC-FOUND
                IF NOT WS-PC-IS-FOUND
                    ADD 1 TO WS-SKIP-COUNT
                    DISPLAY "Punto sin coordenadas ni codigo postal "
                        "conocido: " in-point-id
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WS-POINT-COUNT.
            SET WS-PI TO WS-POINT-COUNT.
            MOVE in-point-id TO WS-POINT-ID(WS-PI).
            MOVE "N" TO WS-POINT-COVERED(WS-PI).
            IF in-point-lat = SPACES AND in-point-lon = SPACES
                MOVE WS-PC-LAT TO WS-POINT-LAT(WS-PI)
                MOVE WS-PC-LON TO WS-POINT-LON(WS-PI)
                MOVE "A" TO WS-POINT-APPROX(WS-PI)
                ADD 1 TO WS-APPROX-COUNT
            ELSE
                COMPUTE WS-POINT-LAT(WS-PI) =
                    FUNCTION NUMVAL(in-point-lat)
                COMPUTE WS-POINT-LON(WS-PI) =
                    FUNCTION NUMVAL(in-point-lon)
                MOVE SPACE TO WS-POINT-APPROX(WS-PI)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0500-REPORT-EACH-ZONE.
            PERFORM VARYING WS-ZI FROM 1 BY 1
                WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                WS-ZONE-KMS.
            MOVE WS-ZONE-KMS TO WS-KMS-DISP.
            PERFORM A0580-APPROX-TAG.
            IF WS-ZONE-INSIDE = "Y"
                ADD 1 TO WS-INSIDE-COUNT
                MOVE "Y" TO WS-POINT-COVERED(WS-PI)
                MOVE SPACES TO fence-report-line
                IF WS-ZONE-KMS = ZERO
                    STRING "  DENTRO " WS-POINT-ID(WS-PI)
                        " (poligono)" WS-APPROX-TAG
                        DELIMITED BY SIZE INTO fence-report-line
                    END-STRING
                ELSE
                    STRING "  DENTRO " WS-POINT-ID(WS-PI)
                        " Km=" WS-KMS-DISP WS-APPROX-TAG
                        DELIMITED BY SIZE INTO fence-report-line
                    END-STRING
                END-IF
                MOVE SPACES TO fence-report-line
                IF WS-ZONE-KMS = ZERO
                    STRING "  fuera  " WS-POINT-ID(WS-PI)
                        WS-APPROX-TAG
                        DELIMITED BY SIZE INTO fence-report-line
                    END-STRING
                ELSE
                    STRING "  fuera  " WS-POINT-ID(WS-PI)
                        " Km=" WS-KMS-DISP WS-APPROX-TAG
                        DELIMITED BY SIZE INTO fence-report-line
                    END-STRING
                END-IF
                WRITE fence-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0580-APPROX-TAG.
            MOVE SPACES TO WS-APPROX-TAG.
            IF WS-POINT-APPROX(WS-PI) = "A"
                MOVE " (aprox.)" TO WS-APPROX-TAG
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0600-REPORT-ORPHANS.
            MOVE "Puntos fuera de toda zona:" TO fence-report-line.
                    UNTIL WS-PI > WS-POINT-COUNT
                IF WS-POINT-COVERED(WS-PI) = "N"
                    ADD 1 TO WS-ORPHAN-COUNT
                    PERFORM A0580-APPROX-TAG
                    MOVE SPACES TO fence-report-line
                    STRING "  " WS-POINT-ID(WS-PI) WS-APPROX-TAG
                        DELIMITED BY SIZE INTO fence-report-line
                    END-STRING
                    WRITE fence-report-line
