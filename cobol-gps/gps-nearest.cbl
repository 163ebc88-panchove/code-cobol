      * by branch with counts and average distance -- plus an
      * exceptions section for clients farther than GPS_NEAR_MAXKM
      * (default 100) from every branch.
      *
      * GPS_NEAR_MODE=E runs the same territory batch as a what-if:
      * a scenario card (GPS_NEAR_SCENARIO) names branches to close
      * (CIERRA code) and candidate sites to open (ABRE code, name,
      * latitude, longitude, in the locations.txt pictures), and
      * every client is assigned twice -- to the branches as they
      * are and to the branches as the scenario leaves them.  The
      * report (GPS_WHATIF_REPORT) sets the two side by side per
      * branch (clients, average and worst distance), lists the
      * clients that change branch and those the scenario pushes
      * beyond GPS_NEAR_MAXKM.  The master is only read; the
      * scenario lives in memory for the run.
      *
      * A client line may carry a postal code after the coordinates
      * instead of coordinates; the postal code's centroid is taken
      * through postal-centroid and the client is marked
      * approximate.  Places on the master that still stand on a
      * centroid are marked approximate in both listings, so nobody
      * reads a distance to or from one as surveyed.  Compile also
      * with postal-centroid.cbl.
      *
      * The client table grows with the points file through the
      * shared table-grow subprogram (compile also with
      * table-grow.cbl); the site tables keep their 500 entries, and
      * a master or a client file that outruns what is held is
      * logged through log-error at RC-WARNING rather than cut off
      * without a word.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-nearest.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-POINTS.

            SELECT scenario-file
                ASSIGN TO DYNAMIC WS-SCENARIO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SCENARIO.

            SELECT terr-report
                ASSIGN TO DYNAMIC WS-TERR-PATH
                ORGANIZATION IS LINE SEQUENTIAL
            05 in-point-lat     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-lon     PIC X(11).
            05 FILLER           PIC X.
            05 in-point-postal  PIC X(08).

       FD scenario-file.
        01 scenario-rec.
            05 in-scn-action    PIC X(06).
                88 in-scn-close     VALUE "CIERRA".
                88 in-scn-open      VALUE "ABRE".
            05 FILLER           PIC X.
            05 in-scn-code      PIC X(05).
            05 FILLER           PIC X.
            05 in-scn-name      PIC X(30).
            05 FILLER           PIC X.
            05 in-scn-lat       PIC X(11).
            05 FILLER           PIC X.
            05 in-scn-lon       PIC X(11).

       FD terr-report.
        01 terr-report-line     PIC X(100).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
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
       77 WS-MASTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-MASTER          PIC X(02) VALUE "00".
           88 WS-FS-MASTER-OK       VALUE "00" "02" "10".
               10 WS-SITE-NAME      PIC X(30).
               10 WS-SITE-KMS       COMP-2.
               10 WS-SITE-BEARING   COMP-2.
               10 WS-SITE-APPROX    PIC X(01).
       77 WS-SORT-I             PIC 9(03) COMP VALUE ZERO.
       77 WS-SORT-J             PIC 9(03) COMP VALUE ZERO.
       77 WS-SWAP-CODE          PIC X(05) VALUE SPACES.
       77 WS-SWAP-NAME          PIC X(30) VALUE SPACES.
       77 WS-SWAP-KMS           COMP-2 VALUE ZERO.
       77 WS-SWAP-BRG           COMP-2 VALUE ZERO.
       77 WS-SWAP-APPROX        PIC X(01) VALUE SPACE.
       77 WS-APPROX-TAG         PIC X(23) VALUE SPACES.
       77 WS-KMS-DISP           PIC -(6)9.9(3) VALUE ZERO.
       77 WS-BRG-DISP           PIC ZZ9.9 VALUE ZERO.
      *   territory-batch working storage
       77 WS-MODE               PIC X(01) VALUE SPACE.
        88 WS-BATCH-ASSIGN      VALUE "B" "b".
        88 WS-WHATIF-ASSIGN     VALUE "E" "e".
       77 WS-POINTS-PATH        PIC X(255) VALUE SPACES.
       77 WS-TERR-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-POINTS          PIC X(02) VALUE "00".
               10 WS-SITE-LON       COMP-2.
       77 WS-MAXKM-TXT          PIC X(08) VALUE SPACES.
       77 WS-MAX-KM             COMP-2 VALUE ZERO.
      *   one entry per assigned client, grown through table-grow;
      *   in the what-if WS-WI-POINTS runs alongside, entry for entry
       77 WS-PT-PTR             USAGE POINTER VALUE NULL.
       77 WS-PT-CAP             PIC 9(09) COMP VALUE ZERO.
       77 WS-WI-PT-PTR          USAGE POINTER VALUE NULL.
       77 WS-WI-PT-CAP          PIC 9(09) COMP VALUE ZERO.
       77 WS-PT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77 WS-PT-MAX             PIC 9(09) COMP VALUE 999999.
       77 WS-PT-DROPPED         PIC 9(07) VALUE ZERO.
       77 WS-SITES-LEFT         PIC X(01) VALUE "N".
           88 WS-SITES-UNMEASURED   VALUE "Y".
       01 WS-PT-TABLE BASED.
           05 WS-PT-ENTRY OCCURS 999999 TIMES.
               10 WS-PT-ID          PIC X(10).
               10 WS-PT-BRANCH      PIC 9(03) COMP.
               10 WS-PT-KMS         COMP-2.
               10 WS-PT-APPROX      PIC X(01).
               10 WS-PT-POSTAL      PIC X(08).
       77 WS-PT-I               PIC 9(07) COMP VALUE ZERO.
       77 WS-BEST-SITE          PIC 9(03) COMP VALUE ZERO.
       77 WS-BEST-KM            COMP-2 VALUE ZERO.
       01 WS-BR-TOTALS.
           05 WS-BR-ENTRY OCCURS 500 TIMES.
               10 WS-BR-COUNT       PIC 9(07) COMP.
               10 WS-BR-SUM-KM      COMP-2.
       77 WS-AVG-KM             COMP-2 VALUE ZERO.
       77 WS-EXC-COUNT          PIC 9(06) VALUE ZERO.
       77 WS-CNT-DISP           PIC ZZZZ9 VALUE ZERO.
       77 WS-PT-APPROX-COUNT    PIC 9(06) VALUE ZERO.
       77 WS-PT-SKIP-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-POINT-APPROX       PIC X(01) VALUE SPACE.
      *   what-if working storage: the scenario's candidate sites sit
      *   in the site table after the master's, past WS-LOADED, so
      *   the current assignment never sees them
       77 WS-SCENARIO-PATH      PIC X(255) VALUE SPACES.
       77 WS-FS-SCENARIO        PIC X(02) VALUE "00".
           88 WS-FS-SCENARIO-OK     VALUE "00".
       77 WS-EOF-SCENARIO       PIC X(01) VALUE "N".
        88 EOF-scenario-file    VALUE "Y".
       77 WS-WI-LOADED          PIC 9(03) COMP VALUE ZERO.
       77 WS-WI-CLOSED          PIC 9(03) COMP VALUE ZERO.
       77 WS-WI-OPENED          PIC 9(03) COMP VALUE ZERO.
       77 WS-WI-REJECTED        PIC 9(03) COMP VALUE ZERO.
       01 WS-WI-SITES.
           05 WS-WI-SITE OCCURS 500 TIMES.
      *         A = open as it is, C = closed by the scenario,
      *         N = candidate the scenario opens
               10 WS-WI-STATE       PIC X(01).
               10 WS-WI-CUR-WORST   COMP-2.
               10 WS-WI-SCN-COUNT   PIC 9(07) COMP.
               10 WS-WI-SCN-SUM     COMP-2.
               10 WS-WI-SCN-WORST   COMP-2.
       01 WS-WI-POINTS BASED.
           05 WS-WI-PT OCCURS 999999 TIMES.
               10 WS-WI-PT-BRANCH   PIC 9(03) COMP.
               10 WS-WI-PT-KMS      COMP-2.
       77 WS-WI-PT-BEFORE       PIC 9(07) COMP VALUE ZERO.
       77 WS-WI-I               PIC 9(03) COMP VALUE ZERO.
       77 WS-WI-MOVED           PIC 9(06) VALUE ZERO.
       77 WS-WI-PUSHED-OUT      PIC 9(06) VALUE ZERO.
       77 WS-WI-BROUGHT-IN      PIC 9(06) VALUE ZERO.
       77 WS-WI-SCN-EXC         PIC 9(06) VALUE ZERO.
       77 WS-WI-CUR-SUM         COMP-2 VALUE ZERO.
       77 WS-WI-CUR-MAX         COMP-2 VALUE ZERO.
       77 WS-WI-SCN-SUM-ALL     COMP-2 VALUE ZERO.
       77 WS-WI-SCN-MAX         COMP-2 VALUE ZERO.
       77 WS-WI-SCN-PTS         PIC 9(07) COMP VALUE ZERO.
       77 WS-WI-TAG             PIC X(10) VALUE SPACES.
       77 WS-WI-CODE-A          PIC X(05) VALUE SPACES.
       77 WS-WI-CODE-B          PIC X(05) VALUE SPACES.
       77 WS-WI-CNT-A           PIC ZZZZ9 VALUE ZERO.
       77 WS-WI-AVG-A           PIC ZZZZ9.9 VALUE ZERO.
       77 WS-WI-MAX-A           PIC ZZZZ9.9 VALUE ZERO.
       77 WS-WI-CNT-B           PIC ZZZZ9 VALUE ZERO.
       77 WS-WI-AVG-B           PIC ZZZZ9.9 VALUE ZERO.
       77 WS-WI-MAX-B           PIC ZZZZ9.9 VALUE ZERO.
       77 WS-WI-MAXKM-DISP      PIC ZZZZ9 VALUE ZERO.
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
            IF WS-BATCH-ASSIGN
                PERFORM A0600-BATCH-ASSIGN
                CLOSE loc-file
                PERFORM A0990-CHECK-LIMITS
                STOP RUN
            END-IF.
            IF WS-WHATIF-ASSIGN
                PERFORM A0900-WHATIF-ASSIGN
                CLOSE loc-file
                PERFORM A0990-CHECK-LIMITS
                STOP RUN
            END-IF.
            PERFORM A0200-RESOLVE-ORIGIN.
            PERFORM A0300-MEASURE-ALL-SITES.
            CLOSE loc-file.
            PERFORM A0990-CHECK-LIMITS.
            PERFORM A0400-SORT-BY-DISTANCE.
            PERFORM A0500-SHOW-NEAREST.
            STOP RUN.
                        MOVE kms OF distance TO WS-SITE-KMS(WS-SI)
                        MOVE FUNCTION bearing(coord-a, coord-b)
                            TO WS-SITE-BEARING(WS-SI)
                        MOVE loc-precision OF loc-rec
                            TO WS-SITE-APPROX(WS-SI)
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM A0660-CHECK-SITES-LEFT.
            EXIT.
      *-----------------------------------------------------------------
      *   Straight selection sort on distance; the master is a few
                        MOVE WS-SITE-KMS(WS-SORT-J) TO WS-SWAP-KMS
                        MOVE WS-SITE-BEARING(WS-SORT-J)
                            TO WS-SWAP-BRG
                        MOVE WS-SITE-APPROX(WS-SORT-J)
                            TO WS-SWAP-APPROX
                        MOVE WS-SITE-CODE(WS-SORT-J + 1)
                            TO WS-SITE-CODE(WS-SORT-J)
                        MOVE WS-SITE-NAME(WS-SORT-J + 1)
                            TO WS-SITE-KMS(WS-SORT-J)
                        MOVE WS-SITE-BEARING(WS-SORT-J + 1)
                            TO WS-SITE-BEARING(WS-SORT-J)
                        MOVE WS-SITE-APPROX(WS-SORT-J + 1)
                            TO WS-SITE-APPROX(WS-SORT-J)
                        MOVE WS-SWAP-CODE
                            TO WS-SITE-CODE(WS-SORT-J + 1)
                        MOVE WS-SWAP-NAME
                            TO WS-SITE-KMS(WS-SORT-J + 1)
                        MOVE WS-SWAP-BRG
                            TO WS-SITE-BEARING(WS-SORT-J + 1)
                        MOVE WS-SWAP-APPROX
                            TO WS-SITE-APPROX(WS-SORT-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
                SET WS-SI TO WS-SORT-I
                MOVE WS-SITE-KMS(WS-SI) TO WS-KMS-DISP
                MOVE WS-SITE-BEARING(WS-SI) TO WS-BRG-DISP
                MOVE SPACES TO WS-APPROX-TAG
                IF WS-SITE-APPROX(WS-SI) = "A"
                    MOVE " [ubicacion aproximada]" TO WS-APPROX-TAG
                END-IF
                DISPLAY WS-SITE-CODE(WS-SI) " "
                    WS-SITE-NAME(WS-SI) " Km=" WS-KMS-DISP
                    " Rumbo=" WS-BRG-DISP " grados" WS-APPROX-TAG
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
                        TO WS-SITE-LAT(WS-LOADED)
                    MOVE loc-lon OF loc-rec
                        TO WS-SITE-LON(WS-LOADED)
                    MOVE loc-precision OF loc-rec
                        TO WS-SITE-APPROX(WS-SI)
                    MOVE ZERO TO WS-BR-COUNT(WS-LOADED)
                    MOVE ZERO TO WS-BR-SUM-KM(WS-LOADED)
                END-IF
            END-PERFORM.
            PERFORM A0660-CHECK-SITES-LEFT.
            EXIT.
      *-----------------------------------------------------------------
      *   A full site table with master records still unread: the
      *   places past it go unmeasured, which the run logs at its end.
       A0660-CHECK-SITES-LEFT.
            IF WS-LOADED < WS-MAX-SITES OR EOF-loc-file
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL EOF-loc-file OR WS-SITES-UNMEASURED
                READ loc-file NEXT RECORD
                    AT END SET EOF-loc-file TO TRUE
                END-READ
                IF NOT EOF-loc-file
                   AND NOT loc-is-retired OF loc-rec
                    SET WS-SITES-UNMEASURED TO TRUE
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0700-ASSIGN-ONE-POINT.
            IF in-point-id = SPACES
                READ point-file
                    AT END SET EOF-point-file TO TRUE
                END-READ
                EXIT PARAGRAPH
            END-IF.
      *     no coordinates on the line: the postal code's centroid
      *     stands in, and a client with neither is left out
            MOVE SPACE TO WS-POINT-APPROX.
            IF in-point-lat = SPACES AND in-point-lon = SPACES
                MOVE in-point-postal TO WS-PC-CODE
                CALL "postal-centroid" USING WS-PC-CODE,
                    WS-PC-LOCALITY, WS-PC-LAT, WS-PC-LON, WS-PC-FOUND
                IF NOT WS-PC-IS-FOUND
                    ADD 1 TO WS-PT-SKIP-COUNT
                    DISPLAY "Cliente sin coordenadas ni codigo postal "
                        "conocido: " in-point-id
                    READ point-file
                        AT END SET EOF-point-file TO TRUE
                    END-READ
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-PC-LAT TO laty OF coord-a
                MOVE WS-PC-LON TO lonx OF coord-a
                MOVE "A" TO WS-POINT-APPROX
            ELSE
                COMPUTE laty OF coord-a = FUNCTION NUMVAL(in-point-lat)
                COMPUTE lonx OF coord-a = FUNCTION NUMVAL(in-point-lon)
            END-IF.
            MOVE ZERO TO WS-BEST-SITE.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I > WS-LOADED
                    MOVE kms OF distance TO WS-BEST-KM
                END-IF
            END-PERFORM.
            IF WS-BEST-SITE > ZERO
                PERFORM A0750-GROW-POINT-TABLES
            END-IF.
            IF WS-BEST-SITE > ZERO
               AND lk-tg-full
                ADD 1 TO WS-PT-DROPPED
                MOVE ZERO TO WS-BEST-SITE
            END-IF.
            IF WS-BEST-SITE > ZERO
                ADD 1 TO WS-PT-COUNT
                MOVE in-point-id TO WS-PT-ID(WS-PT-COUNT)
                MOVE WS-BEST-SITE TO WS-PT-BRANCH(WS-PT-COUNT)
                MOVE WS-BEST-KM TO WS-PT-KMS(WS-PT-COUNT)
                MOVE WS-POINT-APPROX TO WS-PT-APPROX(WS-PT-COUNT)
                MOVE in-point-postal TO WS-PT-POSTAL(WS-PT-COUNT)
                IF WS-POINT-APPROX = "A"
                    ADD 1 TO WS-PT-APPROX-COUNT
                END-IF
                ADD 1 TO WS-BR-COUNT(WS-BEST-SITE)
                ADD WS-BEST-KM TO WS-BR-SUM-KM(WS-BEST-SITE)
                IF WS-BEST-KM > WS-MAX-KM
                AT END SET EOF-point-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   Room for one more client; the what-if's scenario column
      *   grows with it so the two stay entry for entry.
       A0750-GROW-POINT-TABLES.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-PT-PTR.
            MOVE WS-PT-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-PT-COUNT + 1.
            MOVE LENGTH OF WS-PT-ENTRY TO lk-tg-entry-len.
            MOVE WS-PT-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-PT-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-PT-CAP.
            SET ADDRESS OF WS-PT-TABLE TO WS-PT-PTR.
            IF lk-tg-full OR NOT WS-WHATIF-ASSIGN
                EXIT PARAGRAPH
            END-IF.
            SET lk-tg-ptr TO WS-WI-PT-PTR.
            MOVE WS-WI-PT-CAP TO lk-tg-capacity.
            MOVE LENGTH OF WS-WI-PT TO lk-tg-entry-len.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-WI-PT-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-WI-PT-CAP.
            SET ADDRESS OF WS-WI-POINTS TO WS-WI-PT-PTR.
            EXIT.
      *-----------------------------------------------------------------
       A0800-WRITE-TERRITORY-REPORT.
            OPEN OUTPUT terr-report.
                        / WS-BR-COUNT(WS-SORT-I)
                    MOVE WS-BR-COUNT(WS-SORT-I) TO WS-CNT-DISP
                    MOVE WS-AVG-KM TO WS-KMS-DISP
                    MOVE SPACES TO WS-APPROX-TAG
                    IF WS-SITE-APPROX(WS-SORT-I) = "A"
                        MOVE " [ubicacion aproximada]" TO WS-APPROX-TAG
                    END-IF
                    MOVE SPACES TO terr-report-line
                    STRING "Sucursal " WS-SITE-CODE(WS-SORT-I) " "
                        WS-SITE-NAME(WS-SORT-I)(1:20)
                        " clientes " WS-CNT-DISP
                        " Km promedio " WS-KMS-DISP
                        WS-APPROX-TAG
                        DELIMITED BY SIZE INTO terr-report-line
                    END-STRING
                    WRITE terr-report-line
                            UNTIL WS-PT-I > WS-PT-COUNT
                        IF WS-PT-BRANCH(WS-PT-I) = WS-SORT-I
                            MOVE WS-PT-KMS(WS-PT-I) TO WS-KMS-DISP
                            PERFORM A0850-POINT-APPROX-TAG
                            MOVE SPACES TO terr-report-line
                            STRING "  " WS-PT-ID(WS-PT-I)
                                " Km=" WS-KMS-DISP WS-APPROX-TAG
                                DELIMITED BY SIZE
                                INTO terr-report-line
                            END-STRING
                        UNTIL WS-PT-I > WS-PT-COUNT
                    IF WS-PT-KMS(WS-PT-I) > WS-MAX-KM
                        MOVE WS-PT-KMS(WS-PT-I) TO WS-KMS-DISP
                        PERFORM A0850-POINT-APPROX-TAG
                        MOVE SPACES TO terr-report-line
                        STRING "  " WS-PT-ID(WS-PT-I)
                            " Km=" WS-KMS-DISP " a "
                            WS-SITE-CODE(WS-PT-BRANCH(WS-PT-I))
                            WS-APPROX-TAG
                            DELIMITED BY SIZE INTO terr-report-line
                        END-STRING
                        WRITE terr-report-line
                    END-IF
                END-PERFORM
            END-IF.
            MOVE "----------------------------------------"
                TO terr-report-line.
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            STRING "Clientes con ubicacion aproximada: "
                WS-PT-APPROX-COUNT
                "  sin ubicacion: " WS-PT-SKIP-COUNT
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            CLOSE terr-report.
            DISPLAY "Clientes asignados: " WS-PT-COUNT
                "  excepciones: " WS-EXC-COUNT
                "  aproximados: " WS-PT-APPROX-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0850-POINT-APPROX-TAG.
            MOVE SPACES TO WS-APPROX-TAG.
            IF WS-PT-APPROX(WS-PT-I) = "A"
                STRING " (aprox. CP "
                    FUNCTION TRIM(WS-PT-POSTAL(WS-PT-I)) ")"
                    DELIMITED BY SIZE INTO WS-APPROX-TAG
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   What-if: the territory batch run twice over, once on the
      *   branches as they are and once as the scenario card leaves
      *   them, nothing written back to the master.
       A0900-WHATIF-ASSIGN.
            ACCEPT WS-POINTS-PATH FROM ENVIRONMENT "GPS_POINTS_FILE".
            IF WS-POINTS-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-POINTS TO WS-POINTS-PATH
            END-IF.
            ACCEPT WS-SCENARIO-PATH
                FROM ENVIRONMENT "GPS_NEAR_SCENARIO".
            IF WS-SCENARIO-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-SCENARIO TO WS-SCENARIO-PATH
            END-IF.
            ACCEPT WS-TERR-PATH FROM ENVIRONMENT "GPS_WHATIF_REPORT".
            IF WS-TERR-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-WHATIF TO WS-TERR-PATH
            END-IF.
            ACCEPT WS-MAXKM-TXT FROM ENVIRONMENT "GPS_NEAR_MAXKM".
            IF WS-MAXKM-TXT IS NUMERIC
                COMPUTE WS-MAX-KM = FUNCTION NUMVAL(WS-MAXKM-TXT)
            END-IF.
            IF WS-MAX-KM = ZERO
                MOVE 100 TO WS-MAX-KM
            END-IF.
            PERFORM A0650-LOAD-SITES-RAW.
            IF WS-LOADED = ZERO
                DISPLAY "Maestro de lugares vacio; nada que asignar."
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-LOADED
                MOVE "A" TO WS-WI-STATE(WS-WI-I)
                MOVE ZERO TO WS-WI-CUR-WORST(WS-WI-I)
                    WS-WI-SCN-COUNT(WS-WI-I) WS-WI-SCN-SUM(WS-WI-I)
                    WS-WI-SCN-WORST(WS-WI-I)
            END-PERFORM.
            MOVE WS-LOADED TO WS-WI-LOADED.
            PERFORM A0920-LOAD-SCENARIO.
            IF NOT WS-FS-SCENARIO-OK
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT point-file.
            IF NOT WS-FS-POINTS-OK
                DISPLAY "No se pudo abrir el archivo de clientes, "
                    "estado: " WS-FS-POINTS
                EXIT PARAGRAPH
            END-IF.
            READ point-file
                AT END SET EOF-point-file TO TRUE
            END-READ.
            PERFORM A0940-WHATIF-ONE-POINT UNTIL EOF-point-file.
            CLOSE point-file.
            PERFORM A0960-WRITE-WHATIF-REPORT.
            EXIT.
      *-----------------------------------------------------------------
      *   The card: CIERRA closes an active branch of the master,
      *   ABRE adds a candidate site with its coordinates.  A blank
      *   line or one starting with * is a remark.  A line that
      *   cannot be applied is shown and left out of the scenario.
       A0920-LOAD-SCENARIO.
            OPEN INPUT scenario-file.
            IF NOT WS-FS-SCENARIO-OK
                DISPLAY "No se pudo abrir la tarjeta de escenario, "
                    "estado: " WS-FS-SCENARIO
                EXIT PARAGRAPH
            END-IF.
            READ scenario-file
                AT END SET EOF-scenario-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-scenario-file
                IF scenario-rec NOT = SPACES
                   AND in-scn-action(1:1) NOT = "*"
                    MOVE FUNCTION UPPER-CASE(in-scn-action)
                        TO in-scn-action
                    MOVE FUNCTION UPPER-CASE(in-scn-code)
                        TO in-scn-code
                    EVALUATE TRUE
                        WHEN in-scn-close
                            PERFORM A0925-SCENARIO-CLOSE
                        WHEN in-scn-open
                            PERFORM A0930-SCENARIO-OPEN
                        WHEN OTHER
                            ADD 1 TO WS-WI-REJECTED
                            DISPLAY "Escenario: accion desconocida: "
                                scenario-rec
                    END-EVALUATE
                END-IF
                READ scenario-file
                    AT END SET EOF-scenario-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE scenario-file.
            EXIT.
      *-----------------------------------------------------------------
       A0925-SCENARIO-CLOSE.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-LOADED
                IF WS-SITE-CODE(WS-WI-I) = in-scn-code
                   AND WS-WI-STATE(WS-WI-I) = "A"
                    MOVE "C" TO WS-WI-STATE(WS-WI-I)
                    ADD 1 TO WS-WI-CLOSED
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            ADD 1 TO WS-WI-REJECTED.
            DISPLAY "Escenario: " in-scn-code
                " no es una sucursal activa; no se cierra.".
            EXIT.
      *-----------------------------------------------------------------
       A0930-SCENARIO-OPEN.
            IF in-scn-code = SPACES
               OR FUNCTION TEST-NUMVAL(in-scn-lat) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(in-scn-lon) NOT = ZERO
                ADD 1 TO WS-WI-REJECTED
                DISPLAY "Escenario: sitio candidato invalido: "
                    scenario-rec
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-WI-LOADED
                IF WS-SITE-CODE(WS-WI-I) = in-scn-code
                    ADD 1 TO WS-WI-REJECTED
                    DISPLAY "Escenario: el codigo " in-scn-code
                        " ya existe; el candidato no se agrega."
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-WI-LOADED >= WS-MAX-SITES
                ADD 1 TO WS-WI-REJECTED
                DISPLAY "Escenario: demasiados sitios; " in-scn-code
                    " no se agrega."
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-WI-LOADED.
            MOVE WS-WI-LOADED TO WS-WI-I.
            MOVE in-scn-code TO WS-SITE-CODE(WS-WI-I).
            MOVE in-scn-name TO WS-SITE-NAME(WS-WI-I).
            COMPUTE WS-SITE-LAT(WS-WI-I) = FUNCTION NUMVAL(in-scn-lat).
            COMPUTE WS-SITE-LON(WS-WI-I) = FUNCTION NUMVAL(in-scn-lon).
            MOVE SPACE TO WS-SITE-APPROX(WS-WI-I).
            MOVE ZERO TO WS-BR-COUNT(WS-WI-I) WS-BR-SUM-KM(WS-WI-I).
            MOVE "N" TO WS-WI-STATE(WS-WI-I).
            MOVE ZERO TO WS-WI-CUR-WORST(WS-WI-I)
                WS-WI-SCN-COUNT(WS-WI-I) WS-WI-SCN-SUM(WS-WI-I)
                WS-WI-SCN-WORST(WS-WI-I).
            ADD 1 TO WS-WI-OPENED.
            EXIT.
      *-----------------------------------------------------------------
      *   The current assignment is the territory batch's own
      *   A0700, which leaves the client's coordinates in coord-a;
      *   the scenario assignment then takes the nearest of the
      *   branches the card leaves open and the candidates it adds.
       A0940-WHATIF-ONE-POINT.
            MOVE WS-PT-COUNT TO WS-WI-PT-BEFORE.
            PERFORM A0700-ASSIGN-ONE-POINT.
            IF WS-PT-COUNT = WS-WI-PT-BEFORE
                EXIT PARAGRAPH
            END-IF.
            IF WS-BEST-KM > WS-WI-CUR-WORST(WS-BEST-SITE)
                MOVE WS-BEST-KM TO WS-WI-CUR-WORST(WS-BEST-SITE)
            END-IF.
            MOVE ZERO TO WS-BEST-SITE.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-WI-LOADED
                IF WS-WI-STATE(WS-WI-I) NOT = "C"
                    MOVE WS-SITE-LAT(WS-WI-I) TO laty OF coord-b
                    MOVE WS-SITE-LON(WS-WI-I) TO lonx OF coord-b
                    MOVE FUNCTION harvesine(coord-a, coord-b)
                        TO distance
                    IF calc-valid OF distance
                       AND (WS-BEST-SITE = ZERO
                            OR kms OF distance < WS-BEST-KM)
                        MOVE WS-WI-I TO WS-BEST-SITE
                        MOVE kms OF distance TO WS-BEST-KM
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-BEST-SITE TO WS-WI-PT-BRANCH(WS-PT-COUNT).
            MOVE ZERO TO WS-WI-PT-KMS(WS-PT-COUNT).
            IF WS-BEST-SITE > ZERO
                MOVE WS-BEST-KM TO WS-WI-PT-KMS(WS-PT-COUNT)
                ADD 1 TO WS-WI-SCN-COUNT(WS-BEST-SITE)
                ADD WS-BEST-KM TO WS-WI-SCN-SUM(WS-BEST-SITE)
                IF WS-BEST-KM > WS-WI-SCN-WORST(WS-BEST-SITE)
                    MOVE WS-BEST-KM TO WS-WI-SCN-WORST(WS-BEST-SITE)
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0960-WRITE-WHATIF-REPORT.
            OPEN OUTPUT terr-report.
            MOVE "Analisis de escenario de sucursales (el maestro de "
                & "lugares no se modifica)" TO terr-report-line.
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            STRING "Tarjeta: " FUNCTION TRIM(WS-SCENARIO-PATH)
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-WI-LOADED
                IF WS-WI-STATE(WS-WI-I) = "C"
                    MOVE SPACES TO terr-report-line
                    STRING "  CIERRA " WS-SITE-CODE(WS-WI-I) " "
                        WS-SITE-NAME(WS-WI-I)
                        DELIMITED BY SIZE INTO terr-report-line
                    END-STRING
                    WRITE terr-report-line
                END-IF
                IF WS-WI-STATE(WS-WI-I) = "N"
                    MOVE SPACES TO terr-report-line
                    STRING "  ABRE   " WS-SITE-CODE(WS-WI-I) " "
                        WS-SITE-NAME(WS-WI-I)
                        DELIMITED BY SIZE INTO terr-report-line
                    END-STRING
                    WRITE terr-report-line
                END-IF
            END-PERFORM.
            MOVE SPACES TO terr-report-line.
            MOVE ALL "-" TO terr-report-line(1:80).
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            STRING "                           "
                "------- ACTUAL ------   ----- ESCENARIO -----"
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            STRING "Suc.  Nombre               "
                "  Cli Km prom  Km max     Cli Km prom  Km max"
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            MOVE ZERO TO WS-WI-CUR-SUM WS-WI-CUR-MAX
                WS-WI-SCN-SUM-ALL WS-WI-SCN-MAX WS-WI-SCN-PTS.
            PERFORM VARYING WS-WI-I FROM 1 BY 1
                    UNTIL WS-WI-I > WS-WI-LOADED
                PERFORM A0965-WHATIF-BRANCH-LINE
            END-PERFORM.
            MOVE WS-PT-COUNT TO WS-WI-CNT-A.
            MOVE ZERO TO WS-WI-AVG-A.
            IF WS-PT-COUNT > ZERO
                COMPUTE WS-WI-AVG-A ROUNDED =
                    WS-WI-CUR-SUM / WS-PT-COUNT
            END-IF.
            COMPUTE WS-WI-MAX-A ROUNDED = WS-WI-CUR-MAX.
            MOVE WS-WI-SCN-PTS TO WS-WI-CNT-B.
            MOVE ZERO TO WS-WI-AVG-B.
            IF WS-WI-SCN-PTS > ZERO
                COMPUTE WS-WI-AVG-B ROUNDED =
                    WS-WI-SCN-SUM-ALL / WS-WI-SCN-PTS
            END-IF.
            COMPUTE WS-WI-MAX-B ROUNDED = WS-WI-SCN-MAX.
            MOVE SPACES TO terr-report-line.
            STRING "TOTAL                      "
                WS-WI-CNT-A " " WS-WI-AVG-A " " WS-WI-MAX-A "   "
                WS-WI-CNT-B " " WS-WI-AVG-B " " WS-WI-MAX-B
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            MOVE ALL "-" TO terr-report-line(1:80).
            WRITE terr-report-line.
      *     the clients the scenario hands to another branch
            MOVE "Clientes que cambian de sucursal:"
                TO terr-report-line.
            WRITE terr-report-line.
            MOVE ZERO TO WS-WI-MOVED WS-WI-PUSHED-OUT
                WS-WI-BROUGHT-IN WS-WI-SCN-EXC.
            PERFORM VARYING WS-PT-I FROM 1 BY 1
                    UNTIL WS-PT-I > WS-PT-COUNT
                IF WS-WI-PT-BRANCH(WS-PT-I)
                        NOT = WS-PT-BRANCH(WS-PT-I)
                    ADD 1 TO WS-WI-MOVED
                    PERFORM A0970-WHATIF-CLIENT-LINE
                END-IF
            END-PERFORM.
            IF WS-WI-MOVED = ZERO
                MOVE "  Ninguno." TO terr-report-line
                WRITE terr-report-line
            END-IF.
      *     and the ones it leaves beyond the distance limit
            MOVE WS-MAX-KM TO WS-WI-MAXKM-DISP.
            MOVE SPACES TO terr-report-line.
            STRING "Clientes que el escenario deja a mas de "
                WS-WI-MAXKM-DISP " Km de toda sucursal:"
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            PERFORM VARYING WS-PT-I FROM 1 BY 1
                    UNTIL WS-PT-I > WS-PT-COUNT
                IF WS-WI-PT-BRANCH(WS-PT-I) = ZERO
                   OR WS-WI-PT-KMS(WS-PT-I) > WS-MAX-KM
                    ADD 1 TO WS-WI-SCN-EXC
                    IF WS-PT-KMS(WS-PT-I) <= WS-MAX-KM
                        ADD 1 TO WS-WI-PUSHED-OUT
                        PERFORM A0970-WHATIF-CLIENT-LINE
                    END-IF
                ELSE
                    IF WS-PT-KMS(WS-PT-I) > WS-MAX-KM
                        ADD 1 TO WS-WI-BROUGHT-IN
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-WI-PUSHED-OUT = ZERO
                MOVE "  Ninguno pasa a quedar fuera del umbral."
                    TO terr-report-line
                WRITE terr-report-line
            END-IF.
            MOVE SPACES TO terr-report-line.
            STRING "Fuera del umbral: actual " WS-EXC-COUNT
                "  escenario " WS-WI-SCN-EXC
                "  (nuevos fuera " WS-WI-PUSHED-OUT
                ", vuelven dentro " WS-WI-BROUGHT-IN ")"
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            MOVE ALL "-" TO terr-report-line(1:80).
            WRITE terr-report-line.
            MOVE SPACES TO terr-report-line.
            STRING "Clientes con ubicacion aproximada: "
                WS-PT-APPROX-COUNT
                "  sin ubicacion: " WS-PT-SKIP-COUNT
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            CLOSE terr-report.
            DISPLAY "Escenario: cierra " WS-WI-CLOSED
                "  abre " WS-WI-OPENED
                "  lineas rechazadas " WS-WI-REJECTED.
            DISPLAY "Clientes asignados: " WS-PT-COUNT
                "  cambian de sucursal: " WS-WI-MOVED
                "  pasan a estar fuera del umbral: " WS-WI-PUSHED-OUT.
            EXIT.
      *-----------------------------------------------------------------
      *   One branch, current and scenario figures side by side; a
      *   branch with clients in neither and untouched by the card
      *   is left out.
       A0965-WHATIF-BRANCH-LINE.
            ADD WS-BR-SUM-KM(WS-WI-I) TO WS-WI-CUR-SUM.
            IF WS-WI-CUR-WORST(WS-WI-I) > WS-WI-CUR-MAX
                MOVE WS-WI-CUR-WORST(WS-WI-I) TO WS-WI-CUR-MAX
            END-IF.
            ADD WS-WI-SCN-SUM(WS-WI-I) TO WS-WI-SCN-SUM-ALL.
            ADD WS-WI-SCN-COUNT(WS-WI-I) TO WS-WI-SCN-PTS.
            IF WS-WI-SCN-WORST(WS-WI-I) > WS-WI-SCN-MAX
                MOVE WS-WI-SCN-WORST(WS-WI-I) TO WS-WI-SCN-MAX
            END-IF.
            IF WS-BR-COUNT(WS-WI-I) = ZERO
               AND WS-WI-SCN-COUNT(WS-WI-I) = ZERO
               AND WS-WI-STATE(WS-WI-I) = "A"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-BR-COUNT(WS-WI-I) TO WS-WI-CNT-A.
            MOVE ZERO TO WS-WI-AVG-A.
            IF WS-BR-COUNT(WS-WI-I) > ZERO
                COMPUTE WS-WI-AVG-A ROUNDED =
                    WS-BR-SUM-KM(WS-WI-I) / WS-BR-COUNT(WS-WI-I)
            END-IF.
            COMPUTE WS-WI-MAX-A ROUNDED = WS-WI-CUR-WORST(WS-WI-I).
            MOVE WS-WI-SCN-COUNT(WS-WI-I) TO WS-WI-CNT-B.
            MOVE ZERO TO WS-WI-AVG-B.
            IF WS-WI-SCN-COUNT(WS-WI-I) > ZERO
                COMPUTE WS-WI-AVG-B ROUNDED =
                    WS-WI-SCN-SUM(WS-WI-I) / WS-WI-SCN-COUNT(WS-WI-I)
            END-IF.
            COMPUTE WS-WI-MAX-B ROUNDED = WS-WI-SCN-WORST(WS-WI-I).
            EVALUATE WS-WI-STATE(WS-WI-I)
                WHEN "C"  MOVE " [CIERRA]" TO WS-WI-TAG
                WHEN "N"  MOVE " [NUEVA]" TO WS-WI-TAG
                WHEN OTHER MOVE SPACES TO WS-WI-TAG
            END-EVALUATE.
            MOVE SPACES TO terr-report-line.
            STRING WS-SITE-CODE(WS-WI-I) " "
                WS-SITE-NAME(WS-WI-I)(1:20) " "
                WS-WI-CNT-A " " WS-WI-AVG-A " " WS-WI-MAX-A "   "
                WS-WI-CNT-B " " WS-WI-AVG-B " " WS-WI-MAX-B
                WS-WI-TAG
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            EXIT.
      *-----------------------------------------------------------------
      *   Client WS-PT-I: its branch and distance now, and under the
      *   scenario.
       A0970-WHATIF-CLIENT-LINE.
            MOVE WS-SITE-CODE(WS-PT-BRANCH(WS-PT-I)) TO WS-WI-CODE-A.
            COMPUTE WS-WI-AVG-A ROUNDED = WS-PT-KMS(WS-PT-I).
            IF WS-WI-PT-BRANCH(WS-PT-I) = ZERO
                MOVE "-----" TO WS-WI-CODE-B
                MOVE ZERO TO WS-WI-AVG-B
            ELSE
                MOVE WS-SITE-CODE(WS-WI-PT-BRANCH(WS-PT-I))
                    TO WS-WI-CODE-B
                COMPUTE WS-WI-AVG-B ROUNDED = WS-WI-PT-KMS(WS-PT-I)
            END-IF.
            PERFORM A0850-POINT-APPROX-TAG.
            MOVE SPACES TO terr-report-line.
            STRING "  " WS-PT-ID(WS-PT-I) " " WS-WI-CODE-A " "
                WS-WI-AVG-A " Km  ->  " WS-WI-CODE-B " "
                WS-WI-AVG-B " Km" WS-APPROX-TAG
                DELIMITED BY SIZE INTO terr-report-line
            END-STRING.
            WRITE terr-report-line.
            EXIT.
      *-----------------------------------------------------------------
      *   Whatever the tables could not hold is logged, the run ends
      *   with RC-WARNING, and the storage goes back.
       A0990-CHECK-LIMITS.
            IF WS-SITES-UNMEASURED
                DISPLAY "Aviso: maestro con mas de " WS-MAX-SITES
                    " lugares; el resto no se midio."
                MOVE "gps-nearest" TO WS-LOG-PROGRAM
                MOVE "A0660-CHECK-SITES" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE "Maestro excede la tabla de sitios; lugares "
                    & "sin medir" TO WS-LOG-MESSAGE
                MOVE RC-WARNING TO RETURN-CODE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
            END-IF.
            IF WS-PT-DROPPED > ZERO
                DISPLAY "Aviso: clientes sin lugar en memoria: "
                    WS-PT-DROPPED
                MOVE "gps-nearest" TO WS-LOG-PROGRAM
                MOVE "A0700-ASSIGN-POINT" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE SPACES TO WS-LOG-MESSAGE
                STRING "Clientes no asignados por tabla llena: "
                    WS-PT-DROPPED
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                END-STRING
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            SET lk-tg-op-free TO TRUE.
            SET lk-tg-ptr TO WS-PT-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-PT-PTR TO NULL.
            SET lk-tg-ptr TO WS-WI-PT-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-WI-PT-PTR TO NULL.
            EXIT.
       END PROGRAM gps-nearest.
