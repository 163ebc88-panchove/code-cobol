      ******************************************************************
      * GPS-INTERCHANGE
      * GPX/KML interchange with the map tools the office and the
      * drivers use, so tracks recorded on a handheld can be played
      * through our own track programs and the maps show exactly the
      * places, zones and routes our programs compute with.  Two
      * jobs, chosen by GPS_INTERCHANGE_JOB:
      *
      * IMPORT (default): a GPX file (GPS_GPX_FILE) becomes track
      * lines in the fixed-column layout gps-track, gps-mileage and
      * gps-anomaly read -- unit, date, time, latitude, longitude.
      * Every trkpt of every trk is taken; waypoints and planned
      * routes are not a track and are passed over.  The unit is the
      * control card GPS_GPX_UNIT when given, otherwise the name of
      * the trk the point belongs to (first ten characters, upper
      * case).  GPX times are UTC and are moved to the local clock
      * by GPS_GPX_UTC_OFFSET minutes (default -240); a time that
      * carries its own offset is first brought back to UTC.  A
      * point is rejected, and listed with its GPX line and reason,
      * when it has no unit, bad or out-of-range coordinates, no or
      * a bad time, or a time not later than the point before it for
      * the same unit (the track programs rely on unit-and-time
      * order).  The file is read as a stream of tags, so a tag or
      * a value may run across lines; comments and processing
      * instructions are skipped.  The lines go to GPS_GPX_TRACK,
      * not to the receiver's track file: the operator points
      * GPS_TRACK_FILE at it, or appends it in order, after reading
      * the reject listing (GPS_GPX_REPORT).
      *
      * EXPORT: one KML file (GPS_KML_FILE) with three folders --
      *   places  every active place of the locations master as a
      *           point, approximate (postal centroid) ones marked;
      *   zones   every active zone of zones.txt, read the way
      *           zone-check reads it (same grouping of polygon
      *           vertex lines, same 998-zone and 99999-vertex
      *           limits):
      *           a polygon exactly as its vertex lines, a circle as
      *           a ring of points at exactly the radius on the same
      *           6371 km sphere the harvesine function measures on;
      *   routes  the waypoint legs of route.txt, all routes or only
      *           GPS_KML_ROUTE, as the lines test-harvesine's route
      *           mode measures (tessellated, so they follow the
      *           great circle as the distance does).
      * Either job ends with a warning when anything was rejected or
      * left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-interchange.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT gpx-file
                ASSIGN TO DYNAMIC WS-GPX-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-GPX.

            SELECT track-file
                ASSIGN TO DYNAMIC WS-TRACK-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TRACK.

            SELECT gpx-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.

            SELECT loc-file
                ASSIGN TO DYNAMIC WS-MASTER-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS loc-key OF loc-rec
                FILE STATUS IS WS-FS-MASTER.

            SELECT zone-file
                ASSIGN TO DYNAMIC WS-ZONES-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ZONES.

            SELECT route-file
                ASSIGN TO DYNAMIC WS-ROUTE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ROUTE.

            SELECT kml-file
                ASSIGN TO DYNAMIC WS-KML-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-KML.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD gpx-file.
        01 gpx-line             PIC X(2000).

      *   the track layout gps-track reads
       FD track-file.
        01 track-rec.
            05 out-unit         PIC X(10).
            05 FILLER           PIC X.
            05 out-date         PIC X(08).
            05 FILLER           PIC X.
            05 out-time         PIC X(06).
            05 FILLER           PIC X.
            05 out-lat          PIC X(11).
            05 FILLER           PIC X.
            05 out-lon          PIC X(11).

       FD gpx-report.
        01 gpx-report-line      PIC X(132).

       FD loc-file.
        01 loc-rec.
           COPY "cpy/location-rec".

       FD zone-file.
        01 zone-rec.
            05 in-zone-code     PIC X(06).
            05 FILLER           PIC X.
            05 in-zone-lat      PIC X(11).
            05 FILLER           PIC X.
            05 in-zone-lon      PIC X(11).
            05 FILLER           PIC X.
            05 in-zone-radius   PIC X(09).
            05 FILLER           PIC X.
            05 in-zone-status   PIC X(01).
                88 in-zone-retired  VALUE "I" "i".

       FD route-file.
        01 route-rec.
            05 rt-id            PIC X(06).
            05 FILLER           PIC X.
            05 rt-lat           PIC S9(3)V9(6) SIGN LEADING SEPARATE.
            05 FILLER           PIC X.
            05 rt-lon           PIC S9(3)V9(6) SIGN LEADING SEPARATE.

       FD kml-file.
        01 kml-line             PIC X(200).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-JOB                PIC X(06) VALUE SPACES.
        88 WS-JOB-EXPORT        VALUE "EXPORT" "export".
       77 WS-GPX-PATH           PIC X(255) VALUE SPACES.
       77 WS-TRACK-PATH         PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-MASTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-ZONES-PATH         PIC X(255) VALUE SPACES.
       77 WS-ROUTE-PATH         PIC X(255) VALUE SPACES.
       77 WS-KML-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-GPX             PIC X(02) VALUE "00".
           88 WS-FS-GPX-OK          VALUE "00".
       77 WS-FS-TRACK           PIC X(02) VALUE "00".
           88 WS-FS-TRACK-OK        VALUE "00".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
       77 WS-FS-MASTER          PIC X(02) VALUE "00".
           88 WS-FS-MASTER-OK       VALUE "00" "02".
       77 WS-FS-ZONES           PIC X(02) VALUE "00".
           88 WS-FS-ZONES-OK        VALUE "00".
       77 WS-FS-ROUTE           PIC X(02) VALUE "00".
           88 WS-FS-ROUTE-OK        VALUE "00".
       77 WS-FS-KML             PIC X(02) VALUE "00".
           88 WS-FS-KML-OK          VALUE "00".
       77 WS-EOF-GPX            PIC X(01) VALUE "N".
        88 EOF-gpx-file         VALUE "Y".
       77 WS-EOF-LOC            PIC X(01) VALUE "N".
        88 EOF-loc-file         VALUE "Y".
       77 WS-EOF-ZONES          PIC X(01) VALUE "N".
        88 EOF-zone-file        VALUE "Y".
       77 WS-EOF-ROUTE          PIC X(01) VALUE "N".
        88 EOF-route-file       VALUE "Y".
       77 WS-PARM-TXT           PIC X(08) VALUE SPACES.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
      *   import: the control card, the clock offset and the running
      *   tag scan (a line plus whatever the previous line left open)
       77 WS-CARD-UNIT          PIC X(10) VALUE SPACES.
       77 WS-LOCAL-OFFSET       PIC S9(05) VALUE ZERO.
       77 WS-OFFSET-DISP        PIC -(4)9 VALUE ZERO.
       77 WS-LINE-NO            PIC 9(06) VALUE ZERO.
       77 WS-LINE-LEN           PIC 9(04) COMP VALUE ZERO.
       77 WS-BUF                PIC X(4200) VALUE SPACES.
       77 WS-BUF-LEN            PIC 9(04) COMP VALUE ZERO.
       77 WS-CARRY              PIC X(2100) VALUE SPACES.
       77 WS-CARRY-LEN          PIC 9(04) COMP VALUE ZERO.
       77 WS-CARRY-MAX          PIC 9(04) COMP VALUE 2100.
       77 WS-POS                PIC 9(04) COMP VALUE ZERO.
       77 WS-REST               PIC 9(04) COMP VALUE ZERO.
       77 WS-LT                 PIC 9(04) COMP VALUE ZERO.
       77 WS-GT                 PIC 9(04) COMP VALUE ZERO.
       77 WS-K                  PIC 9(04) COMP VALUE ZERO.
       77 WS-SCAN-STATE         PIC X(01) VALUE "N".
        88 WS-SCAN-DONE         VALUE "Y".
       77 WS-TAG                PIC X(400) VALUE SPACES.
       77 WS-TAG-LEN            PIC 9(04) COMP VALUE ZERO.
       77 WS-TAG-NAME           PIC X(20) VALUE SPACES.
       77 WS-TAG-CLOSING        PIC X(01) VALUE "N".
        88 WS-TAG-IS-CLOSING    VALUE "Y".
       77 WS-TAG-EMPTY          PIC X(01) VALUE "N".
        88 WS-TAG-IS-EMPTY      VALUE "Y".
       77 WS-TEXT               PIC X(200) VALUE SPACES.
       77 WS-OPEN-ELEM          PIC X(01) VALUE SPACE.
        88 WS-IN-TIME-ELEM      VALUE "T".
        88 WS-IN-NAME-ELEM      VALUE "N".
       77 WS-IN-TRK             PIC X(01) VALUE "N".
        88 WS-INSIDE-TRK        VALUE "Y".
       77 WS-IN-SEG             PIC X(01) VALUE "N".
        88 WS-INSIDE-SEG        VALUE "Y".
       77 WS-IN-PT              PIC X(01) VALUE "N".
        88 WS-INSIDE-PT         VALUE "Y".
       77 WS-ATTR-KEY           PIC X(06) VALUE SPACES.
       77 WS-ATTR-KEY-LEN       PIC 9(02) COMP VALUE ZERO.
       77 WS-ATTR-VALUE         PIC X(20) VALUE SPACES.
       77 WS-QUOTE              PIC X(01) VALUE SPACE.
       77 WS-POS-Q              PIC 9(04) COMP VALUE ZERO.
      *   the point being assembled
       77 WS-TRK-NAME           PIC X(40) VALUE SPACES.
       77 WS-PT-LINE            PIC 9(06) VALUE ZERO.
       77 WS-PT-LAT-TXT         PIC X(20) VALUE SPACES.
       77 WS-PT-LON-TXT         PIC X(20) VALUE SPACES.
       77 WS-PT-TIME            PIC X(40) VALUE SPACES.
       77 WS-PT-UNIT            PIC X(10) VALUE SPACES.
       77 WS-REASON             PIC X(22) VALUE SPACES.
       77 WS-FIX-LAT            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-FIX-LON            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-LAT-EDIT           PIC +999.999999 VALUE ZERO.
       77 WS-LON-EDIT           PIC +999.999999 VALUE ZERO.
      *   time of the point: UTC minutes from the calendar origin,
      *   then the local date and time
       77 WS-T-DATE             PIC 9(08) VALUE ZERO.
       77 WS-T-HH               PIC 9(02) VALUE ZERO.
       77 WS-T-MI               PIC 9(02) VALUE ZERO.
       77 WS-T-SS               PIC 9(02) VALUE ZERO.
       77 WS-T-SUFFIX           PIC 9(02) COMP VALUE ZERO.
       77 WS-T-OFFSET           PIC S9(05) VALUE ZERO.
       77 WS-T-OFS-HH           PIC 9(02) VALUE ZERO.
       77 WS-T-OFS-MI           PIC 9(02) VALUE ZERO.
       77 WS-T-MINUTES          PIC S9(11) COMP VALUE ZERO.
       77 WS-T-DAY-INT          PIC S9(09) COMP VALUE ZERO.
       77 WS-T-DAY-MIN          PIC S9(05) COMP VALUE ZERO.
       01 WS-STAMP.
           05 WS-STAMP-DATE     PIC 9(08).
           05 WS-STAMP-TIME.
               10 WS-STAMP-HH       PIC 9(02).
               10 WS-STAMP-MI       PIC 9(02).
               10 WS-STAMP-SS       PIC 9(02).
       77 WS-LAST-UNIT          PIC X(10) VALUE SPACES.
       77 WS-LAST-STAMP         PIC X(14) VALUE SPACES.
      *   import counts
       77 WS-TRK-COUNT          PIC 9(05) VALUE ZERO.
       77 WS-PT-COUNT           PIC 9(06) VALUE ZERO.
       77 WS-WRITTEN-COUNT      PIC 9(06) VALUE ZERO.
       77 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
      *   export: formatting of one coordinate pair and of text
       77 WS-CO-LAT             COMP-2 VALUE ZERO.
       77 WS-CO-LON             COMP-2 VALUE ZERO.
       77 WS-DEG-LAT            PIC -(3)9.9(6) VALUE ZERO.
       77 WS-DEG-LON            PIC -(3)9.9(6) VALUE ZERO.
       77 WS-XML-IN             PIC X(60) VALUE SPACES.
       77 WS-XML-OUT            PIC X(200) VALUE SPACES.
       77 WS-XML-PTR            PIC 9(04) COMP VALUE ZERO.
       77 WS-XI                 PIC 9(04) COMP VALUE ZERO.
       77 WS-KML-ROUTE          PIC X(06) VALUE SPACES.
      *   zones as zone-check holds them: the limits and the polygon
      *   being written
       77 WS-ZONE-MAX           PIC 9(09) COMP VALUE 998.
       77 WS-VTX-MAX            PIC 9(09) COMP VALUE 99999.
       77 WS-ZONE-SEEN          PIC 9(09) COMP VALUE ZERO.
       77 WS-VTX-SEEN           PIC 9(09) COMP VALUE ZERO.
       77 WS-UPPER-RADIUS       PIC X(09) VALUE SPACES.
       77 WS-UPPER-CODE         PIC X(06) VALUE SPACES.
       77 WS-POLY-OPEN          PIC X(01) VALUE "N".
        88 WS-POLY-IS-OPEN      VALUE "Y".
       77 WS-POLY-CODE          PIC X(06) VALUE SPACES.
       77 WS-POLY-VERTICES      PIC 9(05) VALUE ZERO.
       77 WS-FIRST-LAT          COMP-2 VALUE ZERO.
       77 WS-FIRST-LON          COMP-2 VALUE ZERO.
      *   circle ring on the harvesine sphere
       77 WS-EARTH-KM           COMP-2 VALUE 6371.
       77 WS-RING-STEPS         PIC 9(03) COMP VALUE 72.
       77 WS-RI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-RADIUS-KM          COMP-2 VALUE ZERO.
       77 WS-ANG-DIST           COMP-2 VALUE ZERO.
       77 WS-PHI-1              COMP-2 VALUE ZERO.
       77 WS-LAMBDA-1           COMP-2 VALUE ZERO.
       77 WS-PHI-2              COMP-2 VALUE ZERO.
       77 WS-THETA              COMP-2 VALUE ZERO.
       77 WS-Y-VAL              COMP-2 VALUE ZERO.
       77 WS-X-VAL              COMP-2 VALUE ZERO.
       77 WS-D-LAMBDA           COMP-2 VALUE ZERO.
       77 WS-RADIUS-DISP        PIC ZZ,ZZ9.99 VALUE ZERO.
      *   routes
       77 WS-ROUTE-OPEN         PIC X(01) VALUE "N".
        88 WS-ROUTE-IS-OPEN     VALUE "Y".
       77 WS-ROUTE-ID           PIC X(06) VALUE SPACES.
      *   export counts
       77 WS-PLACE-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-CIRCLE-COUNT       PIC 9(03) VALUE ZERO.
       77 WS-POLY-COUNT         PIC 9(03) VALUE ZERO.
       77 WS-ROUTE-COUNT        PIC 9(03) VALUE ZERO.
       77 WS-LEFT-OUT           PIC 9(05) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-JOB FROM ENVIRONMENT "GPS_INTERCHANGE_JOB".
            IF WS-JOB-EXPORT
                MOVE "gps-interchange-EXP" TO WS-JJ-JOB
            ELSE
                MOVE "gps-interchange-IMP" TO WS-JJ-JOB
            END-IF.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-READ-PARAMETERS.
            IF WS-JOB-EXPORT
                PERFORM A0600-EXPORT-JOB
            ELSE
                PERFORM A0200-IMPORT-JOB
            END-IF.
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A0900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
       A0150-READ-PARAMETERS.
            ACCEPT WS-GPX-PATH FROM ENVIRONMENT "GPS_GPX_FILE".
            IF WS-GPX-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-GPX TO WS-GPX-PATH
            END-IF.
            ACCEPT WS-TRACK-PATH FROM ENVIRONMENT "GPS_GPX_TRACK".
            IF WS-TRACK-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-GPX-TRACK TO WS-TRACK-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "GPS_GPX_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-GPX-RPT TO WS-REPORT-PATH
            END-IF.
            ACCEPT WS-MASTER-PATH
                FROM ENVIRONMENT "GPS_LOCATIONS_FILE".
            IF WS-MASTER-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-LOCATIONS TO WS-MASTER-PATH
            END-IF.
            ACCEPT WS-ZONES-PATH FROM ENVIRONMENT "GPS_ZONES_FILE".
            IF WS-ZONES-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ZONES TO WS-ZONES-PATH
            END-IF.
            ACCEPT WS-ROUTE-PATH FROM ENVIRONMENT "GPS_ROUTE_FILE".
            IF WS-ROUTE-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ROUTE-FILE TO WS-ROUTE-PATH
            END-IF.
            ACCEPT WS-KML-PATH FROM ENVIRONMENT "GPS_KML_FILE".
            IF WS-KML-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-KML TO WS-KML-PATH
            END-IF.
            ACCEPT WS-KML-ROUTE FROM ENVIRONMENT "GPS_KML_ROUTE".
            MOVE FUNCTION UPPER-CASE(WS-KML-ROUTE) TO WS-KML-ROUTE.
            ACCEPT WS-CARD-UNIT FROM ENVIRONMENT "GPS_GPX_UNIT".
            MOVE FUNCTION UPPER-CASE(WS-CARD-UNIT) TO WS-CARD-UNIT.
            MOVE CFG-DEFAULT-GPS-UTC-OFFSET TO WS-LOCAL-OFFSET.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_GPX_UTC_OFFSET".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-LOCAL-OFFSET = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            EXIT.
      *-----------------------------------------------------------------
      *   The import: the GPX file line by line through the tag scan,
      *   each finished trkpt judged and written or listed.
       A0200-IMPORT-JOB.
            OPEN INPUT gpx-file.
            IF NOT WS-FS-GPX-OK
                DISPLAY "No se pudo abrir el archivo GPX, estado: "
                    WS-FS-GPX
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT track-file.
            IF NOT WS-FS-TRACK-OK
                DISPLAY "No se pudo crear la pista importada, estado: "
                    WS-FS-TRACK
                CLOSE gpx-file
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT gpx-report.
            MOVE SPACES TO gpx-report-line.
            STRING "IMPORTACION GPX  " WS-TODAY "  archivo: "
                FUNCTION TRIM(WS-GPX-PATH)
                DELIMITED BY SIZE INTO gpx-report-line
            END-STRING.
            WRITE gpx-report-line.
            MOVE SPACES TO gpx-report-line.
            IF WS-CARD-UNIT NOT = SPACES
                STRING "Unidad por tarjeta de control: " WS-CARD-UNIT
                    DELIMITED BY SIZE INTO gpx-report-line
                END-STRING
            ELSE
                MOVE "Unidad tomada del nombre de cada pista (trk)"
                    TO gpx-report-line
            END-IF.
            WRITE gpx-report-line.
            MOVE WS-LOCAL-OFFSET TO WS-OFFSET-DISP.
            MOVE SPACES TO gpx-report-line.
            STRING "Desfase de la hora local respecto a UTC: "
                FUNCTION TRIM(WS-OFFSET-DISP) " minutos"
                DELIMITED BY SIZE INTO gpx-report-line
            END-STRING.
            WRITE gpx-report-line.
            MOVE SPACES TO gpx-report-line.
            WRITE gpx-report-line.
            MOVE "Linea  Unidad     Motivo del rechazo     Hora GPX"
                TO gpx-report-line.
            WRITE gpx-report-line.
            MOVE SPACES TO gpx-report-line.
            MOVE ALL "-" TO gpx-report-line(1:100).
            WRITE gpx-report-line.
            READ gpx-file
                AT END SET EOF-gpx-file TO TRUE
            END-READ.
            PERFORM A0300-SCAN-ONE-LINE UNTIL EOF-gpx-file.
            CLOSE gpx-file.
            CLOSE track-file.
            IF WS-REJECT-COUNT = ZERO
                MOVE "(ningun punto rechazado)" TO gpx-report-line
                WRITE gpx-report-line
            END-IF.
            MOVE SPACES TO gpx-report-line.
            MOVE ALL "-" TO gpx-report-line(1:100).
            WRITE gpx-report-line.
            MOVE SPACES TO gpx-report-line.
            STRING "Pistas: " WS-TRK-COUNT
                "  Puntos leidos: " WS-PT-COUNT
                "  Escritos: " WS-WRITTEN-COUNT
                "  Rechazados: " WS-REJECT-COUNT
                DELIMITED BY SIZE INTO gpx-report-line
            END-STRING.
            WRITE gpx-report-line.
            MOVE SPACES TO gpx-report-line.
            STRING "Lineas de pista en: " FUNCTION TRIM(WS-TRACK-PATH)
                DELIMITED BY SIZE INTO gpx-report-line
            END-STRING.
            WRITE gpx-report-line.
            CLOSE gpx-report.
            IF WS-REJECT-COUNT > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Puntos GPX escritos: " WS-WRITTEN-COUNT
                "  rechazados: " WS-REJECT-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   One GPX line, joined to what the last line left open, is
      *   cut into text and tags; an unfinished tag or text is
      *   carried to the next line.
       A0300-SCAN-ONE-LINE.
            ADD 1 TO WS-LINE-NO.
            INSPECT gpx-line REPLACING ALL X"09" BY SPACE
                                       ALL X"0D" BY SPACE.
            MOVE ZERO TO WS-K.
            INSPECT FUNCTION REVERSE(gpx-line)
                TALLYING WS-K FOR LEADING SPACES.
            COMPUTE WS-LINE-LEN = LENGTH OF gpx-line - WS-K.
            MOVE SPACES TO WS-BUF.
            MOVE ZERO TO WS-BUF-LEN.
            IF WS-CARRY-LEN > ZERO
                MOVE WS-CARRY(1:WS-CARRY-LEN) TO WS-BUF
                COMPUTE WS-BUF-LEN = WS-CARRY-LEN + 1
            END-IF.
            IF WS-LINE-LEN > ZERO
                MOVE gpx-line(1:WS-LINE-LEN)
                    TO WS-BUF(WS-BUF-LEN + 1:WS-LINE-LEN)
                ADD WS-LINE-LEN TO WS-BUF-LEN
            END-IF.
            MOVE ZERO TO WS-CARRY-LEN.
            MOVE 1 TO WS-POS.
            MOVE "N" TO WS-SCAN-STATE.
            IF WS-BUF-LEN = ZERO
                SET WS-SCAN-DONE TO TRUE
            END-IF.
            PERFORM A0310-NEXT-TAG UNTIL WS-SCAN-DONE.
            READ gpx-file
                AT END SET EOF-gpx-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0310-NEXT-TAG.
            IF WS-POS > WS-BUF-LEN
                SET WS-SCAN-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-REST = WS-BUF-LEN - WS-POS + 1.
            MOVE ZERO TO WS-LT.
            INSPECT WS-BUF(WS-POS:WS-REST)
                TALLYING WS-LT FOR CHARACTERS BEFORE INITIAL "<".
            IF WS-LT >= WS-REST
      *         text runs on past the line: only worth carrying
      *         inside an element whose text is wanted
                IF WS-OPEN-ELEM NOT = SPACE
                    PERFORM A0320-CARRY-REST
                END-IF
                SET WS-SCAN-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD WS-POS TO WS-LT.
            COMPUTE WS-REST = WS-BUF-LEN - WS-LT + 1.
            MOVE ZERO TO WS-GT.
            INSPECT WS-BUF(WS-LT:WS-REST)
                TALLYING WS-GT FOR CHARACTERS BEFORE INITIAL ">".
            IF WS-GT >= WS-REST
                PERFORM A0320-CARRY-REST
                SET WS-SCAN-DONE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD WS-LT TO WS-GT.
            IF WS-LT > WS-POS
                MOVE SPACES TO WS-TEXT
                MOVE WS-BUF(WS-POS:WS-LT - WS-POS) TO WS-TEXT
                PERFORM A0330-TAKE-TEXT
            END-IF.
            MOVE SPACES TO WS-TAG.
            COMPUTE WS-TAG-LEN = WS-GT - WS-LT - 1.
            IF WS-TAG-LEN > ZERO
                MOVE WS-BUF(WS-LT + 1:WS-TAG-LEN) TO WS-TAG
                PERFORM A0340-TAKE-TAG
            END-IF.
            COMPUTE WS-POS = WS-GT + 1.
            EXIT.
      *-----------------------------------------------------------------
       A0320-CARRY-REST.
            COMPUTE WS-CARRY-LEN = WS-BUF-LEN - WS-POS + 1.
            IF WS-CARRY-LEN > WS-CARRY-MAX
                MOVE WS-CARRY-MAX TO WS-CARRY-LEN
            END-IF.
            MOVE SPACES TO WS-CARRY.
            MOVE WS-BUF(WS-POS:WS-CARRY-LEN) TO WS-CARRY.
            EXIT.
      *-----------------------------------------------------------------
      *   Text between tags matters in two places: the time of a
      *   track point and the name of a track.
       A0330-TAKE-TEXT.
            IF WS-TEXT = SPACES
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN WS-IN-TIME-ELEM AND WS-INSIDE-PT
                    MOVE FUNCTION TRIM(WS-TEXT) TO WS-PT-TIME
                WHEN WS-IN-NAME-ELEM AND WS-INSIDE-TRK
                     AND NOT WS-INSIDE-SEG
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TEXT))
                        TO WS-TRK-NAME
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0340-TAKE-TAG.
            MOVE SPACE TO WS-OPEN-ELEM.
      *     comments, declarations and processing instructions
            IF WS-TAG(1:1) = "!" OR WS-TAG(1:1) = "?"
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-TAG-CLOSING WS-TAG-EMPTY.
            MOVE SPACES TO WS-TAG-NAME.
            IF WS-TAG(1:1) = "/"
                SET WS-TAG-IS-CLOSING TO TRUE
                UNSTRING WS-TAG(2:) DELIMITED BY " " OR "/"
                    INTO WS-TAG-NAME
                END-UNSTRING
            ELSE
                UNSTRING WS-TAG DELIMITED BY " " OR "/"
                    INTO WS-TAG-NAME
                END-UNSTRING
                IF WS-TAG(WS-TAG-LEN:1) = "/"
                    SET WS-TAG-IS-EMPTY TO TRUE
                END-IF
            END-IF.
            MOVE FUNCTION LOWER-CASE(WS-TAG-NAME) TO WS-TAG-NAME.
            EVALUATE TRUE ALSO WS-TAG-NAME
                WHEN WS-TAG-IS-CLOSING ALSO "trkpt"
                    IF WS-INSIDE-PT
                        PERFORM A0400-FINISH-POINT
                    END-IF
                WHEN WS-TAG-IS-CLOSING ALSO "trkseg"
                    MOVE "N" TO WS-IN-SEG
                WHEN WS-TAG-IS-CLOSING ALSO "trk"
                    MOVE "N" TO WS-IN-TRK WS-IN-SEG
                WHEN WS-TAG-IS-CLOSING ALSO ANY
                    CONTINUE
                WHEN ANY ALSO "trk"
                    SET WS-INSIDE-TRK TO TRUE
                    MOVE "N" TO WS-IN-SEG
                    MOVE SPACES TO WS-TRK-NAME
                    ADD 1 TO WS-TRK-COUNT
                WHEN ANY ALSO "trkseg"
                    SET WS-INSIDE-SEG TO TRUE
                WHEN ANY ALSO "trkpt"
                    IF WS-INSIDE-TRK
                        PERFORM A0350-BEGIN-POINT
                        IF WS-TAG-IS-EMPTY
                            PERFORM A0400-FINISH-POINT
                        END-IF
                    END-IF
                WHEN ANY ALSO "time"
                    IF NOT WS-TAG-IS-EMPTY
                        SET WS-IN-TIME-ELEM TO TRUE
                    END-IF
                WHEN ANY ALSO "name"
                    IF NOT WS-TAG-IS-EMPTY
                        SET WS-IN-NAME-ELEM TO TRUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0350-BEGIN-POINT.
            SET WS-INSIDE-PT TO TRUE.
            MOVE WS-LINE-NO TO WS-PT-LINE.
            MOVE SPACES TO WS-PT-TIME.
            MOVE " lat=" TO WS-ATTR-KEY.
            MOVE 5 TO WS-ATTR-KEY-LEN.
            PERFORM A0360-GET-ATTRIBUTE.
            MOVE WS-ATTR-VALUE TO WS-PT-LAT-TXT.
            MOVE " lon=" TO WS-ATTR-KEY.
            PERFORM A0360-GET-ATTRIBUTE.
            MOVE WS-ATTR-VALUE TO WS-PT-LON-TXT.
            EXIT.
      *-----------------------------------------------------------------
      *   The value of one attribute of the tag, in double or single
      *   quotes; spaces when the attribute is not there.
       A0360-GET-ATTRIBUTE.
            MOVE SPACES TO WS-ATTR-VALUE.
            MOVE ZERO TO WS-K.
            INSPECT WS-TAG TALLYING WS-K FOR CHARACTERS
                BEFORE INITIAL WS-ATTR-KEY(1:WS-ATTR-KEY-LEN).
            IF WS-K + WS-ATTR-KEY-LEN >= WS-TAG-LEN
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-POS-Q = WS-K + WS-ATTR-KEY-LEN + 1.
            MOVE WS-TAG(WS-POS-Q:1) TO WS-QUOTE.
            IF WS-QUOTE NOT = QUOTE AND WS-QUOTE NOT = "'"
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-K.
            INSPECT WS-TAG(WS-POS-Q + 1:)
                TALLYING WS-K FOR CHARACTERS BEFORE INITIAL WS-QUOTE.
            IF WS-K > ZERO AND WS-K <= LENGTH OF WS-ATTR-VALUE
                MOVE WS-TAG(WS-POS-Q + 1:WS-K) TO WS-ATTR-VALUE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A finished track point: judged, then written in the track
      *   layout or listed with its reason.
       A0400-FINISH-POINT.
            MOVE "N" TO WS-IN-PT.
            ADD 1 TO WS-PT-COUNT.
            IF WS-CARD-UNIT NOT = SPACES
                MOVE WS-CARD-UNIT TO WS-PT-UNIT
            ELSE
                MOVE WS-TRK-NAME(1:10) TO WS-PT-UNIT
            END-IF.
            PERFORM A0410-CHECK-POINT.
            IF WS-REASON NOT = SPACES
                PERFORM A0480-LIST-REJECT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO track-rec.
            MOVE WS-PT-UNIT TO out-unit.
            MOVE WS-STAMP-DATE TO out-date.
            MOVE WS-STAMP-TIME TO out-time.
            MOVE WS-FIX-LAT TO WS-LAT-EDIT.
            MOVE WS-FIX-LON TO WS-LON-EDIT.
            MOVE WS-LAT-EDIT TO out-lat.
            MOVE WS-LON-EDIT TO out-lon.
            WRITE track-rec.
            ADD 1 TO WS-WRITTEN-COUNT.
            MOVE WS-PT-UNIT TO WS-LAST-UNIT.
            MOVE WS-STAMP TO WS-LAST-STAMP.
            EXIT.
      *-----------------------------------------------------------------
       A0410-CHECK-POINT.
            MOVE SPACES TO WS-REASON.
            IF WS-PT-UNIT = SPACES
                MOVE "SIN UNIDAD" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            IF WS-PT-LAT-TXT = SPACES OR WS-PT-LON-TXT = SPACES
                MOVE "SIN COORDENADAS" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-PT-LAT-TXT) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(WS-PT-LON-TXT) NOT = ZERO
                MOVE "COORDENADAS INVALIDAS" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION NUMVAL(WS-PT-LAT-TXT) < -90
               OR FUNCTION NUMVAL(WS-PT-LAT-TXT) > 90
               OR FUNCTION NUMVAL(WS-PT-LON-TXT) < -180
               OR FUNCTION NUMVAL(WS-PT-LON-TXT) > 180
                MOVE "FUERA DE RANGO" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FIX-LAT ROUNDED =
                FUNCTION NUMVAL(WS-PT-LAT-TXT).
            COMPUTE WS-FIX-LON ROUNDED =
                FUNCTION NUMVAL(WS-PT-LON-TXT).
            IF WS-PT-TIME = SPACES
                MOVE "SIN HORA" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0420-LOCAL-TIME.
            IF WS-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-PT-UNIT = WS-LAST-UNIT
                EVALUATE TRUE
                    WHEN WS-STAMP = WS-LAST-STAMP
                        MOVE "HORA REPETIDA" TO WS-REASON
                    WHEN WS-STAMP < WS-LAST-STAMP
                        MOVE "FUERA DE ORDEN" TO WS-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   AAAA-MM-DDTHH:MM:SS, optional fraction of a second, then Z,
      *   nothing, or an offset +HH:MM / -HH:MM; the result is the
      *   local date and time in WS-STAMP.
       A0420-LOCAL-TIME.
            IF WS-PT-TIME(5:1) NOT = "-" OR WS-PT-TIME(8:1) NOT = "-"
               OR (WS-PT-TIME(11:1) NOT = "T"
                   AND WS-PT-TIME(11:1) NOT = "t")
               OR WS-PT-TIME(14:1) NOT = ":"
               OR WS-PT-TIME(17:1) NOT = ":"
               OR WS-PT-TIME(1:4) IS NOT NUMERIC
               OR WS-PT-TIME(6:2) IS NOT NUMERIC
               OR WS-PT-TIME(9:2) IS NOT NUMERIC
               OR WS-PT-TIME(12:2) IS NOT NUMERIC
               OR WS-PT-TIME(15:2) IS NOT NUMERIC
               OR WS-PT-TIME(18:2) IS NOT NUMERIC
                MOVE "HORA INVALIDA" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            STRING WS-PT-TIME(1:4) WS-PT-TIME(6:2) WS-PT-TIME(9:2)
                DELIMITED BY SIZE INTO WS-T-DATE
            END-STRING.
            MOVE WS-PT-TIME(12:2) TO WS-T-HH.
            MOVE WS-PT-TIME(15:2) TO WS-T-MI.
            MOVE WS-PT-TIME(18:2) TO WS-T-SS.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-T-DATE) NOT = ZERO
               OR WS-T-HH > 23 OR WS-T-MI > 59 OR WS-T-SS > 59
                MOVE "HORA INVALIDA" TO WS-REASON
                EXIT PARAGRAPH
            END-IF.
            MOVE 20 TO WS-T-SUFFIX.
            IF WS-PT-TIME(20:1) = "."
                ADD 1 TO WS-T-SUFFIX
                PERFORM UNTIL WS-T-SUFFIX > 30
                        OR WS-PT-TIME(WS-T-SUFFIX:1) IS NOT NUMERIC
                    ADD 1 TO WS-T-SUFFIX
                END-PERFORM
            END-IF.
            MOVE ZERO TO WS-T-OFFSET.
            EVALUATE WS-PT-TIME(WS-T-SUFFIX:1)
                WHEN "Z"
                WHEN "z"
                WHEN SPACE
                    CONTINUE
                WHEN "+"
                WHEN "-"
                    IF WS-PT-TIME(WS-T-SUFFIX + 1:2) IS NOT NUMERIC
                       OR WS-PT-TIME(WS-T-SUFFIX + 3:1) NOT = ":"
                       OR WS-PT-TIME(WS-T-SUFFIX + 4:2) IS NOT NUMERIC
                        MOVE "HORA INVALIDA" TO WS-REASON
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-PT-TIME(WS-T-SUFFIX + 1:2) TO WS-T-OFS-HH
                    MOVE WS-PT-TIME(WS-T-SUFFIX + 4:2) TO WS-T-OFS-MI
                    COMPUTE WS-T-OFFSET =
                        WS-T-OFS-HH * 60 + WS-T-OFS-MI
                    IF WS-PT-TIME(WS-T-SUFFIX:1) = "-"
                        COMPUTE WS-T-OFFSET = 0 - WS-T-OFFSET
                    END-IF
                WHEN OTHER
                    MOVE "HORA INVALIDA" TO WS-REASON
                    EXIT PARAGRAPH
            END-EVALUATE.
      *     back to UTC with the point's own offset, on to the local
      *     clock with ours
            COMPUTE WS-T-MINUTES =
                FUNCTION INTEGER-OF-DATE(WS-T-DATE) * 1440
                + WS-T-HH * 60 + WS-T-MI
                - WS-T-OFFSET + WS-LOCAL-OFFSET.
            DIVIDE WS-T-MINUTES BY 1440 GIVING WS-T-DAY-INT
                REMAINDER WS-T-DAY-MIN.
            COMPUTE WS-STAMP-DATE =
                FUNCTION DATE-OF-INTEGER(WS-T-DAY-INT).
            DIVIDE WS-T-DAY-MIN BY 60 GIVING WS-STAMP-HH
                REMAINDER WS-STAMP-MI.
            MOVE WS-T-SS TO WS-STAMP-SS.
            EXIT.
      *-----------------------------------------------------------------
       A0480-LIST-REJECT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE SPACES TO gpx-report-line.
            STRING WS-PT-LINE " " WS-PT-UNIT " " WS-REASON " "
                FUNCTION TRIM(WS-PT-TIME) "  lat="
                FUNCTION TRIM(WS-PT-LAT-TXT) " lon="
                FUNCTION TRIM(WS-PT-LON-TXT)
                DELIMITED BY SIZE INTO gpx-report-line
            END-STRING.
            WRITE gpx-report-line.
            EXIT.
      *-----------------------------------------------------------------
      *   The export: one KML document, places, zones and routes in
      *   their own folders.
       A0600-EXPORT-JOB.
            OPEN OUTPUT kml-file.
            IF NOT WS-FS-KML-OK
                DISPLAY "No se pudo crear el archivo KML, estado: "
                    WS-FS-KML
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO kml-line.
            WRITE kml-line.
            MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
                TO kml-line.
            WRITE kml-line.
            MOVE "<Document>" TO kml-line.
            WRITE kml-line.
            MOVE SPACES TO kml-line.
            STRING "<name>Lugares, zonas y rutas " WS-TODAY "</name>"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE '<Style id="zona"><LineStyle><color>ff0000ff</color>'
                TO kml-line.
            WRITE kml-line.
            MOVE '<width>2</width></LineStyle><PolyStyle>' TO kml-line.
            WRITE kml-line.
            MOVE '<color>400000ff</color></PolyStyle></Style>'
                TO kml-line.
            WRITE kml-line.
            MOVE '<Style id="ruta"><LineStyle><color>ffff0000</color>'
                TO kml-line.
            WRITE kml-line.
            MOVE '<width>3</width></LineStyle></Style>' TO kml-line.
            WRITE kml-line.
            PERFORM A0650-EXPORT-PLACES.
            PERFORM A0700-EXPORT-ZONES.
            PERFORM A0800-EXPORT-ROUTES.
            MOVE "</Document>" TO kml-line.
            WRITE kml-line.
            MOVE "</kml>" TO kml-line.
            WRITE kml-line.
            CLOSE kml-file.
            IF WS-LEFT-OUT > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "KML: lugares " WS-PLACE-COUNT
                "  circulos " WS-CIRCLE-COUNT
                "  poligonos " WS-POLY-COUNT
                "  rutas " WS-ROUTE-COUNT
                "  omitidos " WS-LEFT-OUT.
            EXIT.
      *-----------------------------------------------------------------
       A0650-EXPORT-PLACES.
            MOVE "<Folder><name>Lugares</name>" TO kml-line.
            WRITE kml-line.
            OPEN INPUT loc-file.
            IF NOT WS-FS-MASTER-OK
                DISPLAY "Aviso: sin maestro de lugares, estado: "
                    WS-FS-MASTER
                ADD 1 TO WS-LEFT-OUT
                MOVE "</Folder>" TO kml-line
                WRITE kml-line
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO loc-key OF loc-rec.
            START loc-file
                KEY IS GREATER THAN loc-key OF loc-rec
                INVALID KEY SET EOF-loc-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-loc-file
                READ loc-file NEXT RECORD
                    AT END SET EOF-loc-file TO TRUE
                END-READ
                IF NOT EOF-loc-file
                   AND NOT loc-is-retired OF loc-rec
                    PERFORM A0660-ONE-PLACE
                END-IF
            END-PERFORM.
            CLOSE loc-file.
            MOVE "</Folder>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
       A0660-ONE-PLACE.
            ADD 1 TO WS-PLACE-COUNT.
            MOVE "<Placemark>" TO kml-line.
            WRITE kml-line.
            MOVE SPACES TO kml-line.
            STRING "<name>" FUNCTION TRIM(loc-code OF loc-rec)
                "</name>" DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE loc-name OF loc-rec TO WS-XML-IN.
            PERFORM A0870-ESCAPE-TEXT.
            MOVE SPACES TO kml-line.
            IF loc-is-approx OF loc-rec
                STRING "<description>" FUNCTION TRIM(WS-XML-OUT)
                    " (aproximado: centroide del codigo postal "
                    FUNCTION TRIM(loc-postal-code OF loc-rec)
                    ")</description>"
                    DELIMITED BY SIZE INTO kml-line
                END-STRING
            ELSE
                STRING "<description>" FUNCTION TRIM(WS-XML-OUT)
                    "</description>"
                    DELIMITED BY SIZE INTO kml-line
                END-STRING
            END-IF.
            WRITE kml-line.
            MOVE loc-lat OF loc-rec TO WS-CO-LAT.
            MOVE loc-lon OF loc-rec TO WS-CO-LON.
            MOVE "<Point><coordinates>" TO kml-line.
            WRITE kml-line.
            PERFORM A0860-WRITE-COORD.
            MOVE "</coordinates></Point></Placemark>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
      *   zones.txt read as zone-check reads it: retired and blank
      *   lines skipped, consecutive POLY lines of one code make one
      *   polygon, nothing past the zone or vertex limit.
       A0700-EXPORT-ZONES.
            MOVE "<Folder><name>Zonas</name>" TO kml-line.
            WRITE kml-line.
            OPEN INPUT zone-file.
            IF NOT WS-FS-ZONES-OK
                DISPLAY "Aviso: sin archivo de zonas, estado: "
                    WS-FS-ZONES
                ADD 1 TO WS-LEFT-OUT
                MOVE "</Folder>" TO kml-line
                WRITE kml-line
                EXIT PARAGRAPH
            END-IF.
            READ zone-file
                AT END SET EOF-zone-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-zone-file
                IF in-zone-code NOT = SPACES
                   AND NOT in-zone-retired
                    PERFORM A0710-ONE-ZONE-LINE
                END-IF
                READ zone-file
                    AT END SET EOF-zone-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE zone-file.
            PERFORM A0750-CLOSE-POLYGON.
            MOVE "</Folder>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
       A0710-ONE-ZONE-LINE.
            MOVE FUNCTION UPPER-CASE(in-zone-radius)
                TO WS-UPPER-RADIUS.
            MOVE FUNCTION UPPER-CASE(in-zone-code) TO WS-UPPER-CODE.
            IF WS-UPPER-RADIUS(1:4) = "POLY"
                IF WS-VTX-SEEN >= WS-VTX-MAX
                    ADD 1 TO WS-LEFT-OUT
                    EXIT PARAGRAPH
                END-IF
                IF WS-POLY-IS-OPEN AND WS-UPPER-CODE = WS-POLY-CODE
                    CONTINUE
                ELSE
                    PERFORM A0750-CLOSE-POLYGON
                    IF WS-ZONE-SEEN >= WS-ZONE-MAX
                        ADD 1 TO WS-LEFT-OUT
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO WS-ZONE-SEEN
                    PERFORM A0740-OPEN-POLYGON
                END-IF
                ADD 1 TO WS-VTX-SEEN WS-POLY-VERTICES
                COMPUTE WS-CO-LAT = FUNCTION NUMVAL(in-zone-lat)
                COMPUTE WS-CO-LON = FUNCTION NUMVAL(in-zone-lon)
                IF WS-POLY-VERTICES = 1
                    MOVE WS-CO-LAT TO WS-FIRST-LAT
                    MOVE WS-CO-LON TO WS-FIRST-LON
                END-IF
                PERFORM A0860-WRITE-COORD
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0750-CLOSE-POLYGON.
            IF WS-ZONE-SEEN >= WS-ZONE-MAX
                ADD 1 TO WS-LEFT-OUT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ZONE-SEEN.
            PERFORM A0720-CIRCLE-ZONE.
            EXIT.
      *-----------------------------------------------------------------
      *   A circle as the ring of points exactly its radius from the
      *   center (destination along each bearing on the 6371 km
      *   sphere), every 360/WS-RING-STEPS degrees, closed on the
      *   first.
       A0720-CIRCLE-ZONE.
            ADD 1 TO WS-CIRCLE-COUNT.
            COMPUTE WS-RADIUS-KM = FUNCTION NUMVAL(in-zone-radius).
            MOVE WS-RADIUS-KM TO WS-RADIUS-DISP.
            COMPUTE WS-PHI-1 =
                FUNCTION NUMVAL(in-zone-lat) * FUNCTION PI / 180.
            COMPUTE WS-LAMBDA-1 =
                FUNCTION NUMVAL(in-zone-lon) * FUNCTION PI / 180.
            COMPUTE WS-ANG-DIST = WS-RADIUS-KM / WS-EARTH-KM.
            MOVE SPACES TO kml-line.
            STRING "<Placemark><name>" FUNCTION TRIM(WS-UPPER-CODE)
                "</name><styleUrl>#zona</styleUrl>"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE SPACES TO kml-line.
            STRING "<description>Circulo de "
                FUNCTION TRIM(WS-RADIUS-DISP) " km alrededor de "
                FUNCTION TRIM(in-zone-lat) " "
                FUNCTION TRIM(in-zone-lon) "</description>"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE "<Polygon><outerBoundaryIs><LinearRing><coordinates>"
                TO kml-line.
            WRITE kml-line.
            PERFORM A0730-RING-POINT
                VARYING WS-RI FROM 0 BY 1 UNTIL WS-RI > WS-RING-STEPS.
            MOVE "</coordinates></LinearRing></outerBoundaryIs>"
                TO kml-line.
            WRITE kml-line.
            MOVE "</Polygon></Placemark>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
       A0730-RING-POINT.
            IF WS-RI = WS-RING-STEPS
                COMPUTE WS-THETA = 0
            ELSE
                COMPUTE WS-THETA =
                    WS-RI * 2 * FUNCTION PI / WS-RING-STEPS
            END-IF.
            COMPUTE WS-PHI-2 = FUNCTION ASIN(
                FUNCTION SIN(WS-PHI-1) * FUNCTION COS(WS-ANG-DIST)
                + FUNCTION COS(WS-PHI-1) * FUNCTION SIN(WS-ANG-DIST)
                  * FUNCTION COS(WS-THETA)).
            COMPUTE WS-Y-VAL = FUNCTION SIN(WS-THETA)
                * FUNCTION SIN(WS-ANG-DIST) * FUNCTION COS(WS-PHI-1).
            COMPUTE WS-X-VAL = FUNCTION COS(WS-ANG-DIST)
                - FUNCTION SIN(WS-PHI-1) * FUNCTION SIN(WS-PHI-2).
      *     atan2(y, x), as fun-bearing does it, since there is only
      *     the one-argument FUNCTION ATAN
            EVALUATE TRUE
                WHEN WS-X-VAL > 0
                    COMPUTE WS-D-LAMBDA =
                        FUNCTION ATAN(WS-Y-VAL / WS-X-VAL)
                WHEN WS-X-VAL < 0 AND WS-Y-VAL >= 0
                    COMPUTE WS-D-LAMBDA =
                        FUNCTION ATAN(WS-Y-VAL / WS-X-VAL)
                        + FUNCTION PI
                WHEN WS-X-VAL < 0 AND WS-Y-VAL < 0
                    COMPUTE WS-D-LAMBDA =
                        FUNCTION ATAN(WS-Y-VAL / WS-X-VAL)
                        - FUNCTION PI
                WHEN WS-X-VAL = 0 AND WS-Y-VAL > 0
                    COMPUTE WS-D-LAMBDA = FUNCTION PI / 2
                WHEN WS-X-VAL = 0 AND WS-Y-VAL < 0
                    COMPUTE WS-D-LAMBDA = 0 - (FUNCTION PI / 2)
                WHEN OTHER
                    MOVE 0 TO WS-D-LAMBDA
            END-EVALUATE.
            COMPUTE WS-CO-LAT = WS-PHI-2 * 180 / FUNCTION PI.
            COMPUTE WS-CO-LON =
                (WS-LAMBDA-1 + WS-D-LAMBDA) * 180 / FUNCTION PI.
            PERFORM A0860-WRITE-COORD.
            EXIT.
      *-----------------------------------------------------------------
       A0740-OPEN-POLYGON.
            ADD 1 TO WS-POLY-COUNT.
            SET WS-POLY-IS-OPEN TO TRUE.
            MOVE WS-UPPER-CODE TO WS-POLY-CODE.
            MOVE ZERO TO WS-POLY-VERTICES.
            MOVE SPACES TO kml-line.
            STRING "<Placemark><name>" FUNCTION TRIM(WS-POLY-CODE)
                "</name><styleUrl>#zona</styleUrl>"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE "<description>Poligono</description>" TO kml-line.
            WRITE kml-line.
            MOVE "<Polygon><outerBoundaryIs><LinearRing><coordinates>"
                TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
      *   KML wants the ring closed on its first vertex; zones.txt
      *   leaves the closing edge implied, as zone-check does.
       A0750-CLOSE-POLYGON.
            IF NOT WS-POLY-IS-OPEN
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-POLY-OPEN.
            MOVE WS-FIRST-LAT TO WS-CO-LAT.
            MOVE WS-FIRST-LON TO WS-CO-LON.
            PERFORM A0860-WRITE-COORD.
            MOVE "</coordinates></LinearRing></outerBoundaryIs>"
                TO kml-line.
            WRITE kml-line.
            MOVE "</Polygon></Placemark>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
      *   route.txt: consecutive lines of one route id are its
      *   waypoints in order, one line string per route.
       A0800-EXPORT-ROUTES.
            MOVE "<Folder><name>Rutas</name>" TO kml-line.
            WRITE kml-line.
            OPEN INPUT route-file.
            IF NOT WS-FS-ROUTE-OK
                DISPLAY "Aviso: sin archivo de rutas, estado: "
                    WS-FS-ROUTE
                ADD 1 TO WS-LEFT-OUT
                MOVE "</Folder>" TO kml-line
                WRITE kml-line
                EXIT PARAGRAPH
            END-IF.
            READ route-file
                AT END SET EOF-route-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-route-file
                IF rt-id NOT = SPACES
                   AND (WS-KML-ROUTE = SPACES
                        OR FUNCTION UPPER-CASE(rt-id) = WS-KML-ROUTE)
                    PERFORM A0810-ONE-WAYPOINT
                END-IF
                READ route-file
                    AT END SET EOF-route-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE route-file.
            PERFORM A0830-CLOSE-ROUTE.
            IF WS-KML-ROUTE NOT = SPACES AND WS-ROUTE-COUNT = ZERO
                DISPLAY "Aviso: ruta " WS-KML-ROUTE
                    " no esta en el archivo de rutas"
                ADD 1 TO WS-LEFT-OUT
            END-IF.
            MOVE "</Folder>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
       A0810-ONE-WAYPOINT.
            IF NOT WS-ROUTE-IS-OPEN
               OR FUNCTION UPPER-CASE(rt-id) NOT = WS-ROUTE-ID
                PERFORM A0830-CLOSE-ROUTE
                PERFORM A0820-OPEN-ROUTE
            END-IF.
            MOVE rt-lat TO WS-CO-LAT.
            MOVE rt-lon TO WS-CO-LON.
            PERFORM A0860-WRITE-COORD.
            EXIT.
      *-----------------------------------------------------------------
       A0820-OPEN-ROUTE.
            ADD 1 TO WS-ROUTE-COUNT.
            SET WS-ROUTE-IS-OPEN TO TRUE.
            MOVE FUNCTION UPPER-CASE(rt-id) TO WS-ROUTE-ID.
            MOVE SPACES TO kml-line.
            STRING "<Placemark><name>" FUNCTION TRIM(WS-ROUTE-ID)
                "</name><styleUrl>#ruta</styleUrl>"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            MOVE "<LineString><tessellate>1</tessellate><coordinates>"
                TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
       A0830-CLOSE-ROUTE.
            IF NOT WS-ROUTE-IS-OPEN
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-ROUTE-OPEN.
            MOVE "</coordinates></LineString></Placemark>" TO kml-line.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
      *   One KML coordinate line, longitude first, no altitude.
       A0860-WRITE-COORD.
            COMPUTE WS-DEG-LAT ROUNDED = WS-CO-LAT.
            COMPUTE WS-DEG-LON ROUNDED = WS-CO-LON.
            MOVE SPACES TO kml-line.
            STRING FUNCTION TRIM(WS-DEG-LON) ","
                FUNCTION TRIM(WS-DEG-LAT) ",0"
                DELIMITED BY SIZE INTO kml-line
            END-STRING.
            WRITE kml-line.
            EXIT.
      *-----------------------------------------------------------------
      *   Place names are free text: the three characters XML
      *   reserves in element text are written as entities.
       A0870-ESCAPE-TEXT.
            MOVE SPACES TO WS-XML-OUT.
            MOVE 1 TO WS-XML-PTR.
            MOVE ZERO TO WS-K.
            INSPECT FUNCTION REVERSE(WS-XML-IN)
                TALLYING WS-K FOR LEADING SPACES.
            PERFORM VARYING WS-XI FROM 1 BY 1
                    UNTIL WS-XI > LENGTH OF WS-XML-IN - WS-K
                EVALUATE WS-XML-IN(WS-XI:1)
                    WHEN "&"
                        STRING "&amp;" DELIMITED BY SIZE
                            INTO WS-XML-OUT WITH POINTER WS-XML-PTR
                        END-STRING
                    WHEN "<"
                        STRING "&lt;" DELIMITED BY SIZE
                            INTO WS-XML-OUT WITH POINTER WS-XML-PTR
                        END-STRING
                    WHEN ">"
                        STRING "&gt;" DELIMITED BY SIZE
                            INTO WS-XML-OUT WITH POINTER WS-XML-PTR
                        END-STRING
                    WHEN OTHER
                        STRING WS-XML-IN(WS-XI:1) DELIMITED BY SIZE
                            INTO WS-XML-OUT WITH POINTER WS-XML-PTR
                        END-STRING
                END-EVALUATE
            END-PERFORM.
            EXIT.
       END PROGRAM gps-interchange.
