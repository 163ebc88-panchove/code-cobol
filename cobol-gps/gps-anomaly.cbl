      ******************************************************************
      * GPS-ANOMALY
      * Track anomaly report for the vehicles office, over the same
      * timestamped track file gps-track plays against the zones
      * (unit, date, time, lat, lon -- sorted by unit and time).
      * Between consecutive fixes of a unit on the same day it looks
      * for three things:
      *
      *   EXCESO     the segment's average speed (haversine distance
      *              over the elapsed seconds) above the limit: the
      *              speed-profile master's average for the leg type
      *              in GPS_SPEED_TYPE -- the fastest type in the
      *              profile when none is named -- plus a margin of
      *              GPS_ANOMALY_SPEED_PCT percent (default 10);
      *   PARADA     the unit stayed within GPS_ANOMALY_STOP_M meters
      *              (default 100) of one spot for GPS_ANOMALY_STOP_MIN
      *              minutes or more (default 30), and that spot lies
      *              outside every zone the shared zone-check knows;
      *              a stop inside a zone is a delivery, not news;
      *   SIN SENAL  more than GPS_ANOMALY_GAP_MIN minutes (default
      *              60, the expected reporting interval plus slack)
      *              between two fixes.
      *
      * Each anomaly shows the unit, the times and the position; the
      * closing summary gives the count of each kind per unit, the
      * top speed seen and the minutes stopped and silent.  The
      * night between two days is not a gap and does not join two
      * stops.  Compile together with zone-check.cbl,
      * table-grow.cbl and test-harvesine.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-anomaly.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
        FUNCTION ALL INTRINSIC
        FUNCTION harvesine.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT track-file
                ASSIGN TO DYNAMIC WS-TRACK-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TRACK.

            SELECT speed-file
                ASSIGN TO DYNAMIC WS-SPEED-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SPEED.

            SELECT anomaly-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD track-file.
        01 track-rec.
            05 in-unit          PIC X(10).
            05 FILLER           PIC X.
            05 in-date          PIC X(08).
            05 FILLER           PIC X.
            05 in-time          PIC X(06).
            05 FILLER           PIC X.
            05 in-lat           PIC X(11).
            05 FILLER           PIC X.
            05 in-lon           PIC X(11).

       FD speed-file.
        01 speed-rec.
            05 in-spd-type      PIC X(08).
            05 FILLER           PIC X.
            05 in-spd-kmh       PIC X(06).

       FD anomaly-report.
        01 anomaly-report-line  PIC X(100).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-TRACK-PATH         PIC X(255) VALUE SPACES.
       77 WS-SPEED-PATH         PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-TRACK           PIC X(02) VALUE "00".
           88 WS-FS-TRACK-OK        VALUE "00".
       77 WS-FS-SPEED           PIC X(02) VALUE "00".
           88 WS-FS-SPEED-OK        VALUE "00".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
       77 WS-EOF-TRACK          PIC X(01) VALUE "N".
        88 EOF-track-file       VALUE "Y".
       77 WS-EOF-SPEED          PIC X(01) VALUE "N".
        88 EOF-speed-file       VALUE "Y".
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
       77 WS-IN-ANY-ZONE        PIC X(01) VALUE "N".
      *   thresholds, each overridable from the environment
       77 WS-PARM-TXT           PIC X(08) VALUE SPACES.
       77 WS-SPEED-TYPE         PIC X(08) VALUE SPACES.
       77 WS-TYPE-NAMED         PIC X(01) VALUE "N".
        88 WS-SPEED-TYPE-NAMED  VALUE "Y".
       77 WS-PROFILE-KMH        PIC 9(03)V99 VALUE ZERO.
       77 WS-ROW-KMH            PIC 9(03)V99 VALUE ZERO.
       77 WS-SPEED-PCT          PIC 9(03) VALUE 10.
       77 WS-LIMIT-KMH          PIC 9(03)V9 VALUE ZERO.
       77 WS-STOP-M             PIC 9(05) VALUE 100.
       77 WS-STOP-MIN           PIC 9(04) VALUE 30.
       77 WS-GAP-MIN            PIC 9(04) VALUE 60.
      *   the previous fix of the unit and day in progress
       77 WS-CUR-UNIT           PIC X(10) VALUE SPACES.
       77 WS-HAS-PREV           PIC X(01) VALUE "N".
        88 WS-PREV-SET          VALUE "Y".
       77 WS-PREV-DATE          PIC X(08) VALUE SPACES.
       77 WS-PREV-TIME          PIC X(06) VALUE SPACES.
       77 WS-PREV-SECOND        PIC 9(12) VALUE ZERO.
       77 WS-PREV-LAT-TXT       PIC X(11) VALUE SPACES.
       77 WS-PREV-LON-TXT       PIC X(11) VALUE SPACES.
       01 prev-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 fix-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 seg-dist.
           05 meters            COMP-2 VALUE ZERO.
           05 kms               COMP-2 VALUE ZERO.
           05 miles             COMP-2 VALUE ZERO.
           05 calc-status       PIC X(01) VALUE "0".
               88 seg-calc-valid    VALUE "0".
       77 WS-FIX-LAT            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-FIX-LON            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-FIX-SECOND         PIC 9(12) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-ELAPSED-SEC        PIC 9(07) VALUE ZERO.
       77 WS-ELAPSED-MIN        PIC 9(05) VALUE ZERO.
       77 WS-SEG-KMH            PIC 9(04)V9 VALUE ZERO.
      *   the stop candidate: the spot the unit has not left yet
       77 WS-STOP-ON            PIC X(01) VALUE "N".
        88 WS-STOP-OPEN         VALUE "Y".
       77 WS-STOP-DATE          PIC X(08) VALUE SPACES.
       77 WS-STOP-FROM          PIC X(06) VALUE SPACES.
       77 WS-STOP-TO            PIC X(06) VALUE SPACES.
       77 WS-STOP-FROM-SEC      PIC 9(12) VALUE ZERO.
       77 WS-STOP-TO-SEC        PIC 9(12) VALUE ZERO.
       77 WS-STOP-LAT-TXT       PIC X(11) VALUE SPACES.
       77 WS-STOP-LON-TXT       PIC X(11) VALUE SPACES.
       01 stop-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 stop-dist.
           05 meters            COMP-2 VALUE ZERO.
           05 kms               COMP-2 VALUE ZERO.
           05 miles             COMP-2 VALUE ZERO.
           05 calc-status       PIC X(01) VALUE "0".
       77 WS-STOP-MINUTES       PIC 9(05) VALUE ZERO.
      *   per-unit summary
       77 WS-UNIT-MAX           PIC 9(03) COMP VALUE 100.
       77 WS-UNIT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 100 TIMES.
               10 WS-UNIT-CODE      PIC X(10).
               10 WS-UNIT-FIXES     PIC 9(05).
               10 WS-UNIT-SPEEDING  PIC 9(04).
               10 WS-UNIT-TOP-KMH   PIC 9(04)V9.
               10 WS-UNIT-STOPS     PIC 9(04).
               10 WS-UNIT-STOP-MIN  PIC 9(06).
               10 WS-UNIT-GAPS      PIC 9(04).
               10 WS-UNIT-GAP-MIN   PIC 9(06).
       77 WS-UI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-POINT-COUNT        PIC 9(06) VALUE ZERO.
       77 WS-BAD-COUNT          PIC 9(05) VALUE ZERO.
       77 WS-ANOMALY-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-UNITS-DROPPED      PIC 9(05) VALUE ZERO.
       77 WS-KMH-DISP           PIC ZZZ9.9 VALUE ZERO.
       77 WS-LIMIT-DISP         PIC ZZ9.9 VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN SECTION.
      *-----------------------------------------------------------------
            MOVE "gps-anomaly" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            ACCEPT WS-TRACK-PATH FROM ENVIRONMENT "GPS_TRACK_FILE".
            IF WS-TRACK-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-TRACK TO WS-TRACK-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH
                FROM ENVIRONMENT "GPS_ANOMALY_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ANOMALY-RPT TO WS-REPORT-PATH
            END-IF.
            PERFORM A0150-READ-THRESHOLDS.
            PERFORM A0200-LOAD-SPEED-LIMIT.
            MOVE "L" TO WS-ZONE-OP.
            CALL "zone-check" USING WS-ZONE-OP, WS-ZONE-IDX,
                WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                WS-ZONE-KMS.
            MOVE WS-ZONE-IDX TO WS-ZONE-COUNT.
            OPEN INPUT track-file.
            IF NOT WS-FS-TRACK-OK
                DISPLAY "No se pudo abrir la pista, estado: "
                    WS-FS-TRACK
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0900-END-JOURNAL
                STOP RUN
            END-IF.
            OPEN OUTPUT anomaly-report.
            MOVE "Anomalias de pista por unidad (excesos de "
                & "velocidad, paradas y senal perdida)"
                TO anomaly-report-line.
            WRITE anomaly-report-line.
            MOVE SPACES TO anomaly-report-line.
            IF WS-LIMIT-KMH = ZERO
                MOVE "Sin perfil de velocidad: no se evaluan excesos"
                    TO anomaly-report-line
            ELSE
                MOVE WS-LIMIT-KMH TO WS-LIMIT-DISP
                STRING "Limite " WS-LIMIT-DISP " km/h (perfil "
                    WS-SPEED-TYPE " + " WS-SPEED-PCT "%), parada "
                    WS-STOP-MIN " min a " WS-STOP-M " m, senal "
                    WS-GAP-MIN " min"
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
            END-IF.
            WRITE anomaly-report-line.
            IF WS-ZONE-COUNT = ZERO
                MOVE "Sin zonas definidas: toda parada larga se "
                    & "reporta" TO anomaly-report-line
                WRITE anomaly-report-line
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            MOVE "----------------------------------------"
                TO anomaly-report-line.
            WRITE anomaly-report-line.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            PERFORM A0300-PLAY-ONE-POINT UNTIL EOF-track-file.
            PERFORM A0600-CLOSE-STOP.
            PERFORM A0700-WRITE-SUMMARY.
            CLOSE track-file.
            CLOSE anomaly-report.
            DISPLAY "Puntos de pista: " WS-POINT-COUNT
                "  anomalias: " WS-ANOMALY-COUNT.
            PERFORM A0900-END-JOURNAL.
            STOP RUN.
      *-----------------------------------------------------------------
       A0900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
       A0150-READ-THRESHOLDS.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_ANOMALY_SPEED_PCT".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-SPEED-PCT = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_ANOMALY_STOP_M".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-STOP-M = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_ANOMALY_STOP_MIN".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-STOP-MIN = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_ANOMALY_GAP_MIN".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-GAP-MIN = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The named leg type's average off the speed-profile master,
      *   or the fastest average in it when no type is named; without
      *   the file (or the type) speeds are not judged at all.
       A0200-LOAD-SPEED-LIMIT.
            ACCEPT WS-SPEED-TYPE FROM ENVIRONMENT "GPS_SPEED_TYPE".
            IF WS-SPEED-TYPE NOT = SPACES
                MOVE "Y" TO WS-TYPE-NAMED
            END-IF.
            ACCEPT WS-SPEED-PATH FROM ENVIRONMENT "GPS_SPEED_FILE".
            IF WS-SPEED-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-SPEEDS TO WS-SPEED-PATH
            END-IF.
            OPEN INPUT speed-file.
            IF NOT WS-FS-SPEED-OK
                EXIT PARAGRAPH
            END-IF.
            READ speed-file
                AT END SET EOF-speed-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-speed-file
                IF FUNCTION TEST-NUMVAL(in-spd-kmh) = ZERO
                    COMPUTE WS-ROW-KMH = FUNCTION NUMVAL(in-spd-kmh)
                    IF NOT WS-SPEED-TYPE-NAMED
                        IF WS-ROW-KMH > WS-PROFILE-KMH
                            MOVE WS-ROW-KMH TO WS-PROFILE-KMH
                            MOVE in-spd-type TO WS-SPEED-TYPE
                        END-IF
                    ELSE
                        IF FUNCTION UPPER-CASE(in-spd-type)
                                = FUNCTION UPPER-CASE(WS-SPEED-TYPE)
                            MOVE WS-ROW-KMH TO WS-PROFILE-KMH
                        END-IF
                    END-IF
                END-IF
                READ speed-file
                    AT END SET EOF-speed-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE speed-file.
            COMPUTE WS-LIMIT-KMH ROUNDED =
                WS-PROFILE-KMH * (100 + WS-SPEED-PCT) / 100.
            EXIT.
      *-----------------------------------------------------------------
       A0300-PLAY-ONE-POINT.
            IF in-unit = SPACES
               OR in-date IS NOT NUMERIC
               OR in-time IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(in-lat) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(in-lon) NOT = ZERO
                ADD 1 TO WS-BAD-COUNT
                PERFORM A0350-READ-NEXT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FIX-LAT = FUNCTION NUMVAL(in-lat).
            COMPUTE WS-FIX-LON = FUNCTION NUMVAL(in-lon).
            IF WS-FIX-LAT < -90 OR WS-FIX-LAT > 90
               OR WS-FIX-LON < -180 OR WS-FIX-LON > 180
                ADD 1 TO WS-BAD-COUNT
                PERFORM A0350-READ-NEXT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-POINT-COUNT.
            IF in-unit NOT = WS-CUR-UNIT
                PERFORM A0600-CLOSE-STOP
                PERFORM A0380-OPEN-UNIT
            ELSE
                IF in-date NOT = WS-PREV-DATE
                    PERFORM A0600-CLOSE-STOP
                    MOVE "N" TO WS-HAS-PREV
                END-IF
            END-IF.
            IF WS-UI > ZERO
                ADD 1 TO WS-UNIT-FIXES(WS-UI)
            END-IF.
      *     absolute second of the fix: the receiver reports to the
      *     second and a fast segment can be only a few minutes long
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(in-date)).
            COMPUTE WS-FIX-SECOND = WS-DATE-INT * 86400
                + FUNCTION NUMVAL(in-time(1:2)) * 3600
                + FUNCTION NUMVAL(in-time(3:2)) * 60
                + FUNCTION NUMVAL(in-time(5:2)).
            MOVE WS-FIX-LAT TO laty OF fix-coord.
            MOVE WS-FIX-LON TO lonx OF fix-coord.
            IF WS-PREV-SET
                PERFORM A0400-JUDGE-SEGMENT
                PERFORM A0500-FOLLOW-STOP
            ELSE
                PERFORM A0550-OPEN-STOP
            END-IF.
            MOVE "Y" TO WS-HAS-PREV.
            MOVE in-date TO WS-PREV-DATE.
            MOVE in-time TO WS-PREV-TIME.
            MOVE WS-FIX-SECOND TO WS-PREV-SECOND.
            MOVE in-lat TO WS-PREV-LAT-TXT.
            MOVE in-lon TO WS-PREV-LON-TXT.
            MOVE fix-coord TO prev-coord.
            PERFORM A0350-READ-NEXT.
            EXIT.
      *-----------------------------------------------------------------
       A0350-READ-NEXT.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   A new unit: its summary row and its heading line.
       A0380-OPEN-UNIT.
            MOVE in-unit TO WS-CUR-UNIT.
            MOVE "N" TO WS-HAS-PREV.
            MOVE ZERO TO WS-UI.
            IF WS-UNIT-COUNT < WS-UNIT-MAX
                ADD 1 TO WS-UNIT-COUNT
                MOVE WS-UNIT-COUNT TO WS-UI
                MOVE in-unit TO WS-UNIT-CODE(WS-UI)
                MOVE ZERO TO WS-UNIT-FIXES(WS-UI)
                    WS-UNIT-SPEEDING(WS-UI) WS-UNIT-TOP-KMH(WS-UI)
                    WS-UNIT-STOPS(WS-UI) WS-UNIT-STOP-MIN(WS-UI)
                    WS-UNIT-GAPS(WS-UI) WS-UNIT-GAP-MIN(WS-UI)
            ELSE
                ADD 1 TO WS-UNITS-DROPPED
            END-IF.
            MOVE SPACES TO anomaly-report-line.
            STRING "Unidad " in-unit
                DELIMITED BY SIZE INTO anomaly-report-line
            END-STRING.
            WRITE anomaly-report-line.
            EXIT.
      *-----------------------------------------------------------------
      *   The segment from the previous fix: a silence longer than
      *   the reporting interval, and an average speed over the
      *   limit.
       A0400-JUDGE-SEGMENT.
            COMPUTE WS-ELAPSED-SEC = WS-FIX-SECOND - WS-PREV-SECOND.
            COMPUTE WS-ELAPSED-MIN = WS-ELAPSED-SEC / 60.
            IF WS-ELAPSED-MIN > WS-GAP-MIN
                ADD 1 TO WS-ANOMALY-COUNT
                IF WS-UI > ZERO
                    ADD 1 TO WS-UNIT-GAPS(WS-UI)
                    ADD WS-ELAPSED-MIN TO WS-UNIT-GAP-MIN(WS-UI)
                END-IF
                MOVE SPACES TO anomaly-report-line
                STRING "  SIN SENAL " in-date " " WS-PREV-TIME "-"
                    in-time " " WS-ELAPSED-MIN " min, ultima "
                    "posicion " WS-PREV-LAT-TXT " " WS-PREV-LON-TXT
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
                WRITE anomaly-report-line
            END-IF.
            IF WS-ELAPSED-SEC = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION harvesine(prev-coord, fix-coord)
                TO seg-dist.
            IF NOT seg-calc-valid
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-SEG-KMH ROUNDED =
                kms OF seg-dist * 3600 / WS-ELAPSED-SEC
                ON SIZE ERROR MOVE 9999.9 TO WS-SEG-KMH
            END-COMPUTE.
            IF WS-UI > ZERO
               AND WS-SEG-KMH > WS-UNIT-TOP-KMH(WS-UI)
                MOVE WS-SEG-KMH TO WS-UNIT-TOP-KMH(WS-UI)
            END-IF.
            IF WS-LIMIT-KMH > ZERO
               AND WS-SEG-KMH > WS-LIMIT-KMH
                ADD 1 TO WS-ANOMALY-COUNT
                IF WS-UI > ZERO
                    ADD 1 TO WS-UNIT-SPEEDING(WS-UI)
                END-IF
                MOVE WS-SEG-KMH TO WS-KMH-DISP
                MOVE SPACES TO anomaly-report-line
                STRING "  EXCESO    " in-date " " WS-PREV-TIME "-"
                    in-time " " WS-KMH-DISP " km/h hasta "
                    in-lat " " in-lon
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
                WRITE anomaly-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Still within the stop radius of the spot: the stop goes on.
      *   Out of it: the stop is judged and this fix is the next
      *   candidate spot.
       A0500-FOLLOW-STOP.
            MOVE FUNCTION harvesine(stop-coord, fix-coord)
                TO stop-dist.
            IF meters OF stop-dist <= WS-STOP-M
                MOVE in-time TO WS-STOP-TO
                MOVE WS-FIX-SECOND TO WS-STOP-TO-SEC
            ELSE
                PERFORM A0600-CLOSE-STOP
                PERFORM A0550-OPEN-STOP
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0550-OPEN-STOP.
            MOVE "Y" TO WS-STOP-ON.
            MOVE in-date TO WS-STOP-DATE.
            MOVE in-time TO WS-STOP-FROM WS-STOP-TO.
            MOVE WS-FIX-SECOND TO WS-STOP-FROM-SEC WS-STOP-TO-SEC.
            MOVE in-lat TO WS-STOP-LAT-TXT.
            MOVE in-lon TO WS-STOP-LON-TXT.
            MOVE fix-coord TO stop-coord.
            EXIT.
      *-----------------------------------------------------------------
      *   A stop long enough to matter is reported only when its spot
      *   is outside every zone.
       A0600-CLOSE-STOP.
            IF NOT WS-STOP-OPEN
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-STOP-ON.
            COMPUTE WS-STOP-MINUTES =
                (WS-STOP-TO-SEC - WS-STOP-FROM-SEC) / 60.
            IF WS-STOP-MINUTES < WS-STOP-MIN
                EXIT PARAGRAPH
            END-IF.
            MOVE stop-coord TO WS-ZONE-POINT.
            MOVE "N" TO WS-IN-ANY-ZONE.
            PERFORM VARYING WS-ZI FROM 1 BY 1
                    UNTIL WS-ZI > WS-ZONE-COUNT
                    OR WS-IN-ANY-ZONE = "Y"
                MOVE "T" TO WS-ZONE-OP
                MOVE WS-ZI TO WS-ZONE-IDX
                CALL "zone-check" USING WS-ZONE-OP, WS-ZONE-IDX,
                    WS-ZONE-CODE-W, WS-ZONE-POINT, WS-ZONE-INSIDE,
                    WS-ZONE-KMS
                IF WS-ZONE-INSIDE = "Y"
                    MOVE "Y" TO WS-IN-ANY-ZONE
                END-IF
            END-PERFORM.
            IF WS-IN-ANY-ZONE = "Y"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ANOMALY-COUNT.
            IF WS-UI > ZERO
                ADD 1 TO WS-UNIT-STOPS(WS-UI)
                ADD WS-STOP-MINUTES TO WS-UNIT-STOP-MIN(WS-UI)
            END-IF.
            MOVE SPACES TO anomaly-report-line.
            STRING "  PARADA    " WS-STOP-DATE " " WS-STOP-FROM "-"
                WS-STOP-TO " " WS-STOP-MINUTES " min fuera de zona en "
                WS-STOP-LAT-TXT " " WS-STOP-LON-TXT
                DELIMITED BY SIZE INTO anomaly-report-line
            END-STRING.
            WRITE anomaly-report-line.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-SUMMARY.
            MOVE "----------------------------------------"
                TO anomaly-report-line.
            WRITE anomaly-report-line.
            MOVE "Resumen por unidad:" TO anomaly-report-line.
            WRITE anomaly-report-line.
            MOVE "  Unidad     Puntos Excesos Max km/h Paradas   Min"
                & " Senal   Min" TO anomaly-report-line.
            WRITE anomaly-report-line.
            IF WS-UNIT-COUNT = ZERO
                MOVE "  Ninguna unidad en la pista."
                    TO anomaly-report-line
                WRITE anomaly-report-line
            END-IF.
            PERFORM VARYING WS-UI FROM 1 BY 1
                    UNTIL WS-UI > WS-UNIT-COUNT
                MOVE WS-UNIT-TOP-KMH(WS-UI) TO WS-KMH-DISP
                MOVE SPACES TO anomaly-report-line
                STRING "  " WS-UNIT-CODE(WS-UI) " "
                    WS-UNIT-FIXES(WS-UI) "    "
                    WS-UNIT-SPEEDING(WS-UI) "   "
                    WS-KMH-DISP "    "
                    WS-UNIT-STOPS(WS-UI) " "
                    WS-UNIT-STOP-MIN(WS-UI) "  "
                    WS-UNIT-GAPS(WS-UI) " "
                    WS-UNIT-GAP-MIN(WS-UI)
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
                WRITE anomaly-report-line
            END-PERFORM.
            IF WS-BAD-COUNT > ZERO
                MOVE SPACES TO anomaly-report-line
                STRING "Puntos invalidos descartados: " WS-BAD-COUNT
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
                WRITE anomaly-report-line
            END-IF.
            IF WS-UNITS-DROPPED > ZERO
                MOVE SPACES TO anomaly-report-line
                STRING "Unidades fuera del resumen: " WS-UNITS-DROPPED
                    DELIMITED BY SIZE INTO anomaly-report-line
                END-STRING
                WRITE anomaly-report-line
            END-IF.
            EXIT.
       END PROGRAM gps-anomaly.
