      ******************************************************************
      * GPS-MILEAGE
      * Vehicle mileage off the track file, in place of the drivers'
      * paper mileage sheets.  Two jobs, chosen by GPS_MILEAGE_JOB:
      *
      * LOG (default, nightly): every fix of the track file gps-track
      * reads is walked in the receiver's unit-and-time order and
      * the haversine distance between consecutive fixes is added up
      * per unit per day.  A hop shorter than the minimum movement
      * (GPS_MILEAGE_MIN_M, default 100 meters) is receiver jitter
      * around a parked vehicle and is not counted; the next hop is
      * measured from the last fix that did count, so a slow crawl
      * still adds up.  Each unit-day is reconciled against the
      * odometer readings keyed at the depot (out and in, one line
      * per unit and day) and flagged when the two disagree by more
      * than GPS_MILEAGE_TOL_PCT percent of the odometer distance
      * (default 10), never less than GPS_MILEAGE_TOL_KM (default 2
      * km); days with a reading but no track, or a track but no
      * reading, are flagged as well.  The results go on the daily
      * report and into the mileage log, one record per unit and
      * day, replaced when a day is run again.
      *
      * CLAIM (month-end): the mileage log of one period
      * (GPS_MILEAGE_PERIOD, AAAAMM; default the month that just
      * ended, as in the month-end close) becomes one mileage claim
      * per unit, day by day, each day's track kilometers priced at
      * the per-km reimbursement rate in force on that day.  The
      * rate file is effective-dated the way the freight tariff is:
      * a rate change is a new dated line, never a code change.
      * Days flagged by the reconciliation are claimed as measured
      * but marked for the approver; days with no rate in force are
      * left unpriced.  Either job ends with a warning when anything
      * is flagged.
      *
      * Compile together with test-harvesine.cbl, which holds the
      * function bodies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-mileage.
      ******************************************************************
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

            SELECT odometer-file
                ASSIGN TO DYNAMIC WS-ODO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ODO.

            SELECT rate-file
                ASSIGN TO DYNAMIC WS-RATES-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RATES.

            SELECT mileage-file
                ASSIGN TO DYNAMIC WS-MILEAGE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ml-key OF mileage-rec
                FILE STATUS IS WS-FS-MILEAGE.

            SELECT vehicle-file
                ASSIGN TO DYNAMIC WS-VEH-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS veh-key OF vehicle-rec
                FILE STATUS IS WS-FS-VEH.

            SELECT mileage-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
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

      *   keyed at the depot: the odometer when the unit went out and
      *   when it came back, in kilometers
       FD odometer-file.
        01 odometer-rec.
            05 in-odo-unit      PIC X(10).
            05 FILLER           PIC X.
            05 in-odo-date      PIC X(08).
            05 FILLER           PIC X.
            05 in-odo-out       PIC X(08).
            05 FILLER           PIC X.
            05 in-odo-in        PIC X(08).

       FD rate-file.
        01 rate-rec.
            05 in-mr-date       PIC X(08).
            05 FILLER           PIC X.
            05 in-mr-rate       PIC X(10).

      *   the mileage log: one record per unit and day
       FD mileage-file.
        01 mileage-rec.
            05 ml-key.
                10 ml-unit         PIC X(10).
                10 ml-date         PIC 9(08).
            05 ml-gps-km           PIC 9(05)V9(03).
            05 ml-fixes            PIC 9(05).
            05 ml-odo-km           PIC 9(06)V9.
            05 ml-has-odo          PIC X(01).
                88 ml-odo-keyed        VALUE "Y".
            05 ml-status           PIC X(01).
                88 ml-agrees           VALUE "C".
                88 ml-disagrees        VALUE "D".
                88 ml-no-reading       VALUE "S".
                88 ml-no-track         VALUE "P".
            05 ml-logged-date      PIC 9(08).

       FD vehicle-file.
        01 vehicle-rec.
           COPY "cpy/vehicle-rec".

       FD mileage-report.
        01 mileage-report-line  PIC X(132).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-JOB                PIC X(05) VALUE SPACES.
        88 WS-JOB-CLAIM         VALUE "CLAIM" "claim".
       77 WS-TRACK-PATH         PIC X(255) VALUE SPACES.
       77 WS-ODO-PATH           PIC X(255) VALUE SPACES.
       77 WS-RATES-PATH         PIC X(255) VALUE SPACES.
       77 WS-MILEAGE-PATH       PIC X(255) VALUE SPACES.
       77 WS-VEH-PATH           PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-TRACK           PIC X(02) VALUE "00".
           88 WS-FS-TRACK-OK        VALUE "00".
       77 WS-FS-ODO             PIC X(02) VALUE "00".
           88 WS-FS-ODO-OK          VALUE "00".
       77 WS-FS-RATES           PIC X(02) VALUE "00".
           88 WS-FS-RATES-OK        VALUE "00".
       77 WS-FS-MILEAGE         PIC X(02) VALUE "00".
           88 WS-FS-MILEAGE-OK      VALUE "00" "02" "10".
       77 WS-FS-VEH             PIC X(02) VALUE "00".
           88 WS-FS-VEH-OK          VALUE "00" "02".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
       77 WS-VEH-OPEN           PIC X(01) VALUE "N".
        88 WS-VEH-IS-OPEN       VALUE "Y".
       77 WS-EOF-TRACK          PIC X(01) VALUE "N".
        88 EOF-track-file       VALUE "Y".
       77 WS-EOF-ODO            PIC X(01) VALUE "N".
        88 EOF-odometer-file    VALUE "Y".
       77 WS-EOF-RATES          PIC X(01) VALUE "N".
        88 EOF-rate-file        VALUE "Y".
       77 WS-EOF-MILEAGE        PIC X(01) VALUE "N".
        88 EOF-mileage-file     VALUE "Y".
      *   tolerances and period, each overridable from the
      *   environment
       77 WS-PARM-TXT           PIC X(08) VALUE SPACES.
       77 WS-MIN-M              PIC 9(05) VALUE 100.
       77 WS-TOL-PCT            PIC 9(03) VALUE 10.
       77 WS-TOL-KM             PIC 9(03)V9 VALUE 2.
       77 WS-PERIOD             PIC X(06) VALUE SPACES.
       77 WS-PERIOD-TXT         PIC X(06) VALUE SPACES.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-YMD                PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
      *   the last fix that counted, and the one being measured
       01 anchor-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 fix-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 mile-dist.
           05 meters            COMP-2 VALUE ZERO.
           05 kms               COMP-2 VALUE ZERO.
           05 miles             COMP-2 VALUE ZERO.
           05 calc-status       PIC X(01) VALUE "0".
               88 mile-calc-valid   VALUE "0".
       77 WS-HAS-ANCHOR         PIC X(01) VALUE "N".
        88 WS-ANCHOR-SET        VALUE "Y".
       77 WS-FIX-LAT            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-FIX-LON            PIC S9(3)V9(6) VALUE ZERO.
      *   unit-days of the run, from the track and the odometer
      *   readings alike, put in unit and date order before writing
       77 WS-DAY-MAX            PIC 9(04) COMP VALUE 1000.
       77 WS-DAY-COUNT          PIC 9(04) COMP VALUE ZERO.
       77 WS-DAY-DROPPED        PIC 9(05) VALUE ZERO.
       77 WS-DAY-COUNT-DISP     PIC 9(04) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 1000 TIMES.
               10 WS-DAY-KEY.
                   15 WS-DAY-UNIT       PIC X(10).
                   15 WS-DAY-DATE       PIC 9(08).
               10 WS-DAY-GPS-KM     PIC 9(05)V9(03).
               10 WS-DAY-FIXES      PIC 9(05).
               10 WS-DAY-ODO-KM     PIC 9(06)V9.
               10 WS-DAY-HAS-ODO    PIC X(01).
               10 WS-DAY-STATUS     PIC X(01).
       01 WS-DAY-SWAP           PIC X(40) VALUE SPACES.
       77 WS-DI                 PIC 9(04) COMP VALUE ZERO.
       77 WS-DJ                 PIC 9(04) COMP VALUE ZERO.
       77 WS-CUR-DAY            PIC 9(04) COMP VALUE ZERO.
       77 WS-KEY-UNIT           PIC X(10) VALUE SPACES.
       77 WS-KEY-DATE           PIC 9(08) VALUE ZERO.
       77 WS-ODO-OUT            PIC 9(06)V9 VALUE ZERO.
       77 WS-ODO-IN             PIC 9(06)V9 VALUE ZERO.
       77 WS-DIFF-KM            PIC 9(06)V9(03) VALUE ZERO.
       77 WS-ALLOWED-KM         PIC 9(06)V9(03) VALUE ZERO.
       77 WS-STATUS-TXT         PIC X(24) VALUE SPACES.
      *   counts for the closing lines
       77 WS-FIX-COUNT          PIC 9(06) VALUE ZERO.
       77 WS-JITTER-COUNT       PIC 9(06) VALUE ZERO.
       77 WS-BAD-FIX-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-ODO-COUNT          PIC 9(05) VALUE ZERO.
       77 WS-ODO-BAD-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-AGREE-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-DISAGREE-COUNT     PIC 9(05) VALUE ZERO.
       77 WS-NO-READING-COUNT   PIC 9(05) VALUE ZERO.
       77 WS-NO-TRACK-COUNT     PIC 9(05) VALUE ZERO.
       77 WS-LOGGED-COUNT       PIC 9(05) VALUE ZERO.
      *   effective-dated reimbursement rates
       77 WS-RATE-MAX           PIC 9(03) COMP VALUE 50.
       77 WS-RATE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RATE-DATE      PIC 9(08).
               10 WS-RATE-PER-KM    PIC 9(05)V9(04).
       77 WS-RI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-BEST-DATE          PIC 9(08) VALUE ZERO.
       77 WS-DAY-RATE           PIC 9(05)V9(04) VALUE ZERO.
       77 WS-DAY-AMOUNT         PIC 9(07)V99 VALUE ZERO.
      *   claim break and totals
       77 WS-CUR-UNIT           PIC X(10) VALUE SPACES.
       77 WS-UNIT-DAYS          PIC 9(03) VALUE ZERO.
       77 WS-UNIT-KM            PIC 9(06)V9(03) VALUE ZERO.
       77 WS-UNIT-AMOUNT        PIC 9(08)V99 VALUE ZERO.
       77 WS-UNIT-FLAGGED       PIC 9(03) VALUE ZERO.
       77 WS-TOT-UNITS          PIC 9(04) VALUE ZERO.
       77 WS-TOT-DAYS           PIC 9(05) VALUE ZERO.
       77 WS-TOT-KM             PIC 9(07)V9(03) VALUE ZERO.
       77 WS-TOT-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-FLAGGED        PIC 9(05) VALUE ZERO.
       77 WS-TOT-UNPRICED       PIC 9(05) VALUE ZERO.
       77 WS-KM-DISP            PIC ZZZ,ZZ9.999 VALUE ZERO.
       77 WS-ODO-DISP           PIC ZZZ,ZZ9.9 VALUE ZERO.
       77 WS-DIFF-DISP          PIC ZZZ,ZZ9.999 VALUE ZERO.
       77 WS-RATE-DISP          PIC ZZ,ZZ9.9999 VALUE ZERO.
       77 WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       77 WS-TOL-DISP           PIC ZZ9.9 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-JOB FROM ENVIRONMENT "GPS_MILEAGE_JOB".
            IF WS-JOB-CLAIM
                MOVE "gps-mileage-CLAIM" TO WS-JJ-JOB
            ELSE
                MOVE "gps-mileage-LOG" TO WS-JJ-JOB
            END-IF.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-READ-PARAMETERS.
            IF WS-JOB-CLAIM
                PERFORM A0600-CLAIM-JOB
            ELSE
                PERFORM A0200-LOG-JOB
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
            ACCEPT WS-TRACK-PATH FROM ENVIRONMENT "GPS_TRACK_FILE".
            IF WS-TRACK-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-TRACK TO WS-TRACK-PATH
            END-IF.
            ACCEPT WS-ODO-PATH FROM ENVIRONMENT "GPS_ODOMETER_FILE".
            IF WS-ODO-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-ODOMETER TO WS-ODO-PATH
            END-IF.
            ACCEPT WS-RATES-PATH FROM ENVIRONMENT "GPS_MILEAGE_RATES".
            IF WS-RATES-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-MILE-RATES TO WS-RATES-PATH
            END-IF.
            ACCEPT WS-MILEAGE-PATH FROM ENVIRONMENT "GPS_MILEAGE_FILE".
            IF WS-MILEAGE-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-MILEAGE TO WS-MILEAGE-PATH
            END-IF.
            ACCEPT WS-VEH-PATH FROM ENVIRONMENT "APPT_VEHICLES_FILE".
            IF WS-VEH-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-VEHICLES TO WS-VEH-PATH
            END-IF.
            IF WS-JOB-CLAIM
                ACCEPT WS-REPORT-PATH
                    FROM ENVIRONMENT "GPS_MILEAGE_CLAIMS"
                IF WS-REPORT-PATH = SPACES
                    MOVE CFG-DEFAULT-GPS-MILE-CLAIMS TO WS-REPORT-PATH
                END-IF
            ELSE
                ACCEPT WS-REPORT-PATH
                    FROM ENVIRONMENT "GPS_MILEAGE_REPORT"
                IF WS-REPORT-PATH = SPACES
                    MOVE CFG-DEFAULT-GPS-MILEAGE-RPT TO WS-REPORT-PATH
                END-IF
            END-IF.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_MILEAGE_MIN_M".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-MIN-M = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_MILEAGE_TOL_PCT".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-TOL-PCT = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_MILEAGE_TOL_KM".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-TOL-KM = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            ACCEPT WS-PERIOD-TXT FROM ENVIRONMENT "GPS_MILEAGE_PERIOD".
            IF WS-PERIOD-TXT IS NUMERIC
                MOVE WS-PERIOD-TXT TO WS-PERIOD
            ELSE
      *         the first of this month minus one day lands in the
      *         month that just ended, as in the CLOSE job
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                COMPUTE WS-YMD = WS-TODAY - FUNCTION MOD
                    (WS-TODAY, 100) + 1
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-YMD) - 1
                COMPUTE WS-YMD =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                MOVE WS-YMD(1:6) TO WS-PERIOD
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            EXIT.
      *-----------------------------------------------------------------
      *   The daily job: the track into unit-days, the odometer
      *   readings laid beside them, every day judged, then the
      *   report and the mileage log.
       A0200-LOG-JOB.
            OPEN INPUT track-file.
            IF NOT WS-FS-TRACK-OK
                DISPLAY "No se pudo abrir la pista, estado: "
                    WS-FS-TRACK
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            PERFORM A0300-ADD-ONE-FIX UNTIL EOF-track-file.
            CLOSE track-file.
            OPEN INPUT odometer-file.
            IF WS-FS-ODO-OK
                READ odometer-file
                    AT END SET EOF-odometer-file TO TRUE
                END-READ
                PERFORM A0400-ADD-ONE-READING UNTIL EOF-odometer-file
                CLOSE odometer-file
            ELSE
                DISPLAY "Aviso: sin lecturas de odometro, estado: "
                    WS-FS-ODO
            END-IF.
            PERFORM A0450-JUDGE-ONE-DAY
                VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DAY-COUNT.
            PERFORM A0460-SORT-DAYS.
            OPEN I-O mileage-file.
            IF NOT WS-FS-MILEAGE-OK
                OPEN OUTPUT mileage-file
                CLOSE mileage-file
                OPEN I-O mileage-file
            END-IF.
            IF NOT WS-FS-MILEAGE-OK
                DISPLAY "No se pudo abrir el registro de kilometraje, "
                    "estado: " WS-FS-MILEAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0500-WRITE-DAY-REPORT.
            CLOSE mileage-file.
            IF WS-DISAGREE-COUNT > ZERO OR WS-NO-TRACK-COUNT > ZERO
               OR WS-NO-READING-COUNT > ZERO OR WS-DAY-DROPPED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Dias-unidad registrados: " WS-LOGGED-COUNT
                "  con discrepancia: " WS-DISAGREE-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   One fix: a new unit or a new day starts a fresh day with no
      *   anchor (the vehicle spent the night at the depot); a hop
      *   under the minimum movement leaves the anchor where it was.
       A0300-ADD-ONE-FIX.
            IF in-unit = SPACES
               OR in-date IS NOT NUMERIC
               OR in-time IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(in-lat) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(in-lon) NOT = ZERO
                ADD 1 TO WS-BAD-FIX-COUNT
                PERFORM A0350-READ-NEXT-FIX
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FIX-LAT = FUNCTION NUMVAL(in-lat).
            COMPUTE WS-FIX-LON = FUNCTION NUMVAL(in-lon).
            IF WS-FIX-LAT < -90 OR WS-FIX-LAT > 90
               OR WS-FIX-LON < -180 OR WS-FIX-LON > 180
                ADD 1 TO WS-BAD-FIX-COUNT
                PERFORM A0350-READ-NEXT-FIX
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-FIX-COUNT.
            MOVE in-unit TO WS-KEY-UNIT.
            MOVE in-date TO WS-KEY-DATE.
            IF WS-CUR-DAY = ZERO
               OR WS-DAY-UNIT(WS-CUR-DAY) NOT = WS-KEY-UNIT
               OR WS-DAY-DATE(WS-CUR-DAY) NOT = WS-KEY-DATE
                PERFORM A0320-FIND-DAY
                MOVE WS-DI TO WS-CUR-DAY
                MOVE "N" TO WS-HAS-ANCHOR
            END-IF.
            IF WS-CUR-DAY = ZERO
                PERFORM A0350-READ-NEXT-FIX
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DAY-FIXES(WS-CUR-DAY).
            MOVE WS-FIX-LAT TO laty OF fix-coord.
            MOVE WS-FIX-LON TO lonx OF fix-coord.
            IF NOT WS-ANCHOR-SET
                MOVE fix-coord TO anchor-coord
                MOVE "Y" TO WS-HAS-ANCHOR
                PERFORM A0350-READ-NEXT-FIX
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION harvesine(anchor-coord, fix-coord)
                TO mile-dist.
            IF NOT mile-calc-valid
                ADD 1 TO WS-BAD-FIX-COUNT
            ELSE
                IF meters OF mile-dist < WS-MIN-M
                    ADD 1 TO WS-JITTER-COUNT
                ELSE
                    ADD kms OF mile-dist TO WS-DAY-GPS-KM(WS-CUR-DAY)
                    MOVE fix-coord TO anchor-coord
                END-IF
            END-IF.
            PERFORM A0350-READ-NEXT-FIX.
            EXIT.
      *-----------------------------------------------------------------
      *   The unit-day for WS-KEY-UNIT / WS-KEY-DATE into WS-DI,
      *   added when new; zero when the table is full (the day is
      *   counted as dropped, never silently lost).
       A0320-FIND-DAY.
            PERFORM VARYING WS-DI FROM 1 BY 1
                    UNTIL WS-DI > WS-DAY-COUNT
                    OR (WS-DAY-UNIT(WS-DI) = WS-KEY-UNIT
                        AND WS-DAY-DATE(WS-DI) = WS-KEY-DATE)
                CONTINUE
            END-PERFORM.
            IF WS-DI > WS-DAY-COUNT
                IF WS-DAY-COUNT >= WS-DAY-MAX
                    ADD 1 TO WS-DAY-DROPPED
                    MOVE ZERO TO WS-DI
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-DAY-COUNT
                MOVE WS-DAY-COUNT TO WS-DI
                MOVE WS-KEY-UNIT TO WS-DAY-UNIT(WS-DI)
                MOVE WS-KEY-DATE TO WS-DAY-DATE(WS-DI)
                MOVE ZERO TO WS-DAY-GPS-KM(WS-DI)
                MOVE ZERO TO WS-DAY-FIXES(WS-DI)
                MOVE ZERO TO WS-DAY-ODO-KM(WS-DI)
                MOVE "N" TO WS-DAY-HAS-ODO(WS-DI)
                MOVE SPACE TO WS-DAY-STATUS(WS-DI)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0350-READ-NEXT-FIX.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   One depot reading; a reading that runs backwards, or a
      *   second one for the same unit and day, is refused and shown.
       A0400-ADD-ONE-READING.
            IF in-odo-unit = SPACES
               OR in-odo-date IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(in-odo-out) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(in-odo-in) NOT = ZERO
                ADD 1 TO WS-ODO-BAD-COUNT
                DISPLAY "Lectura de odometro invalida: " odometer-rec
                PERFORM A0420-READ-NEXT-READING
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-ODO-OUT = FUNCTION NUMVAL(in-odo-out).
            COMPUTE WS-ODO-IN = FUNCTION NUMVAL(in-odo-in).
            IF WS-ODO-IN < WS-ODO-OUT
                ADD 1 TO WS-ODO-BAD-COUNT
                DISPLAY "Odometro de regreso menor que el de salida: "
                    in-odo-unit " " in-odo-date
                PERFORM A0420-READ-NEXT-READING
                EXIT PARAGRAPH
            END-IF.
            MOVE in-odo-unit TO WS-KEY-UNIT.
            MOVE in-odo-date TO WS-KEY-DATE.
            PERFORM A0320-FIND-DAY.
            IF WS-DI = ZERO
                PERFORM A0420-READ-NEXT-READING
                EXIT PARAGRAPH
            END-IF.
            IF WS-DAY-HAS-ODO(WS-DI) = "Y"
                ADD 1 TO WS-ODO-BAD-COUNT
                DISPLAY "Lectura de odometro repetida: "
                    in-odo-unit " " in-odo-date
                PERFORM A0420-READ-NEXT-READING
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ODO-COUNT.
            COMPUTE WS-DAY-ODO-KM(WS-DI) = WS-ODO-IN - WS-ODO-OUT.
            MOVE "Y" TO WS-DAY-HAS-ODO(WS-DI).
            PERFORM A0420-READ-NEXT-READING.
            EXIT.
      *-----------------------------------------------------------------
       A0420-READ-NEXT-READING.
            READ odometer-file
                AT END SET EOF-odometer-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   Reading but no fixes: the track lost the unit.  Fixes but
      *   no reading: the depot never keyed it.  Both: the gap
      *   against the tolerance, a percentage of the odometer
      *   distance with an absolute floor for the short days.
       A0450-JUDGE-ONE-DAY.
            EVALUATE TRUE
                WHEN WS-DAY-FIXES(WS-DI) = ZERO
                    MOVE "P" TO WS-DAY-STATUS(WS-DI)
                    ADD 1 TO WS-NO-TRACK-COUNT
                WHEN WS-DAY-HAS-ODO(WS-DI) NOT = "Y"
                    MOVE "S" TO WS-DAY-STATUS(WS-DI)
                    ADD 1 TO WS-NO-READING-COUNT
                WHEN OTHER
                    COMPUTE WS-DIFF-KM = FUNCTION ABS
                        (WS-DAY-GPS-KM(WS-DI) - WS-DAY-ODO-KM(WS-DI))
                    COMPUTE WS-ALLOWED-KM ROUNDED =
                        WS-DAY-ODO-KM(WS-DI) * WS-TOL-PCT / 100
                    IF WS-ALLOWED-KM < WS-TOL-KM
                        MOVE WS-TOL-KM TO WS-ALLOWED-KM
                    END-IF
                    IF WS-DIFF-KM > WS-ALLOWED-KM
                        MOVE "D" TO WS-DAY-STATUS(WS-DI)
                        ADD 1 TO WS-DISAGREE-COUNT
                    ELSE
                        MOVE "C" TO WS-DAY-STATUS(WS-DI)
                        ADD 1 TO WS-AGREE-COUNT
                    END-IF
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Neighbor-swap sort on unit and date; the track already
      *   comes in that order, only the reading-only days move.
       A0460-SORT-DAYS.
            PERFORM VARYING WS-DI FROM 1 BY 1
                    UNTIL WS-DI >= WS-DAY-COUNT
                PERFORM VARYING WS-DJ FROM 1 BY 1
                        UNTIL WS-DJ >= WS-DAY-COUNT
                    IF WS-DAY-KEY(WS-DJ) > WS-DAY-KEY(WS-DJ + 1)
                        MOVE WS-DAY-ENTRY(WS-DJ) TO WS-DAY-SWAP
                        MOVE WS-DAY-ENTRY(WS-DJ + 1)
                            TO WS-DAY-ENTRY(WS-DJ)
                        MOVE WS-DAY-SWAP TO WS-DAY-ENTRY(WS-DJ + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0500-WRITE-DAY-REPORT.
            OPEN OUTPUT mileage-report.
            MOVE "Kilometraje diario por unidad: pista contra "
                & "odometro del deposito" TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE WS-TOL-KM TO WS-TOL-DISP.
            MOVE SPACES TO mileage-report-line.
            STRING "Movimiento minimo " WS-MIN-M " m, tolerancia "
                WS-TOL-PCT "% del odometro (no menos de "
                WS-TOL-DISP " km)"
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            MOVE "Unidad     Fecha       Km pista  Km odometro"
                & "   Diferencia  Estado" TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE "----------------------------------------"
                TO mileage-report-line.
            WRITE mileage-report-line.
            PERFORM A0550-WRITE-ONE-DAY
                VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DAY-COUNT.
            MOVE "----------------------------------------"
                TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE WS-DAY-COUNT TO WS-DAY-COUNT-DISP.
            MOVE SPACES TO mileage-report-line.
            STRING "Dias-unidad: " WS-DAY-COUNT-DISP
                "  concuerdan: " WS-AGREE-COUNT
                "  discrepancia: " WS-DISAGREE-COUNT
                "  sin lectura: " WS-NO-READING-COUNT
                "  sin pista: " WS-NO-TRACK-COUNT
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            MOVE SPACES TO mileage-report-line.
            STRING "Puntos de pista: " WS-FIX-COUNT
                "  descartados por movimiento minimo: "
                WS-JITTER-COUNT
                "  invalidos: " WS-BAD-FIX-COUNT
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            MOVE SPACES TO mileage-report-line.
            STRING "Lecturas de odometro: " WS-ODO-COUNT
                "  rechazadas: " WS-ODO-BAD-COUNT
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            IF WS-DAY-DROPPED > ZERO
                MOVE SPACES TO mileage-report-line
                STRING "Dias-unidad fuera de la tabla, no "
                    "registrados: " WS-DAY-DROPPED
                    DELIMITED BY SIZE INTO mileage-report-line
                END-STRING
                WRITE mileage-report-line
            END-IF.
            CLOSE mileage-report.
            EXIT.
      *-----------------------------------------------------------------
      *   One report line and its mileage-log record; a day already
      *   logged by an earlier run is replaced.
       A0550-WRITE-ONE-DAY.
            EVALUATE WS-DAY-STATUS(WS-DI)
                WHEN "C" MOVE "concuerda" TO WS-STATUS-TXT
                WHEN "D" MOVE "DISCREPANCIA" TO WS-STATUS-TXT
                WHEN "S" MOVE "sin lectura de odometro"
                             TO WS-STATUS-TXT
                WHEN "P" MOVE "SIN PISTA" TO WS-STATUS-TXT
            END-EVALUATE.
            MOVE WS-DAY-GPS-KM(WS-DI) TO WS-KM-DISP.
            MOVE SPACES TO mileage-report-line.
            IF WS-DAY-HAS-ODO(WS-DI) = "Y"
                MOVE WS-DAY-ODO-KM(WS-DI) TO WS-ODO-DISP
                COMPUTE WS-DIFF-KM = FUNCTION ABS
                    (WS-DAY-GPS-KM(WS-DI) - WS-DAY-ODO-KM(WS-DI))
                MOVE WS-DIFF-KM TO WS-DIFF-DISP
                STRING WS-DAY-UNIT(WS-DI) " " WS-DAY-DATE(WS-DI) " "
                    WS-KM-DISP "  " WS-ODO-DISP "  " WS-DIFF-DISP
                    "  " WS-STATUS-TXT
                    DELIMITED BY SIZE INTO mileage-report-line
                END-STRING
            ELSE
                STRING WS-DAY-UNIT(WS-DI) " " WS-DAY-DATE(WS-DI) " "
                    WS-KM-DISP "          --           --  "
                    WS-STATUS-TXT
                    DELIMITED BY SIZE INTO mileage-report-line
                END-STRING
            END-IF.
            WRITE mileage-report-line.
            MOVE WS-DAY-UNIT(WS-DI) TO ml-unit.
            MOVE WS-DAY-DATE(WS-DI) TO ml-date.
            MOVE WS-DAY-GPS-KM(WS-DI) TO ml-gps-km.
            MOVE WS-DAY-FIXES(WS-DI) TO ml-fixes.
            MOVE WS-DAY-ODO-KM(WS-DI) TO ml-odo-km.
            MOVE WS-DAY-HAS-ODO(WS-DI) TO ml-has-odo.
            MOVE WS-DAY-STATUS(WS-DI) TO ml-status.
            MOVE WS-TODAY TO ml-logged-date.
            WRITE mileage-rec
                INVALID KEY
                    REWRITE mileage-rec
                        INVALID KEY
                            DISPLAY "No se pudo registrar "
                                ml-unit " " ml-date
                                " estado: " WS-FS-MILEAGE
                        NOT INVALID KEY
                            ADD 1 TO WS-LOGGED-COUNT
                    END-REWRITE
                NOT INVALID KEY
                    ADD 1 TO WS-LOGGED-COUNT
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   The month-end job: the period's days out of the mileage
      *   log, which comes in unit and date order, one claim per
      *   unit.
       A0600-CLAIM-JOB.
            PERFORM A0610-LOAD-RATES.
            OPEN INPUT mileage-file.
            IF NOT WS-FS-MILEAGE-OK
                DISPLAY "Sin registro de kilometraje, estado: "
                    WS-FS-MILEAGE
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT vehicle-file.
            IF WS-FS-VEH-OK
                SET WS-VEH-IS-OPEN TO TRUE
            END-IF.
            OPEN OUTPUT mileage-report.
            MOVE SPACES TO mileage-report-line.
            STRING "Reclamo de kilometraje por unidad - periodo "
                WS-PERIOD
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            IF WS-RATE-COUNT = ZERO
                MOVE "Aviso: sin tarifa de reembolso por km; nada "
                    & "se valoriza" TO mileage-report-line
                WRITE mileage-report-line
            END-IF.
            READ mileage-file NEXT RECORD
                AT END SET EOF-mileage-file TO TRUE
            END-READ.
            PERFORM A0650-CLAIM-ONE-DAY UNTIL EOF-mileage-file.
            IF WS-CUR-UNIT NOT = SPACES
                PERFORM A0680-CLOSE-UNIT
            END-IF.
            MOVE SPACES TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE "----------------------------------------"
                TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE WS-TOT-KM TO WS-KM-DISP.
            MOVE WS-TOT-AMOUNT TO WS-AMT-DISP.
            MOVE SPACES TO mileage-report-line.
            STRING "Unidades: " WS-TOT-UNITS "  dias: " WS-TOT-DAYS
                "  km: " WS-KM-DISP "  importe total: " WS-AMT-DISP
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            MOVE SPACES TO mileage-report-line.
            STRING "Dias marcados para revision: " WS-TOT-FLAGGED
                "  sin tarifa vigente: " WS-TOT-UNPRICED
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            CLOSE mileage-report.
            CLOSE mileage-file.
            IF WS-VEH-IS-OPEN
                CLOSE vehicle-file
            END-IF.
            IF WS-TOT-FLAGGED > ZERO OR WS-TOT-UNPRICED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Reclamos de kilometraje " WS-PERIOD
                ": unidades " WS-TOT-UNITS "  importe " WS-AMT-DISP.
            EXIT.
      *-----------------------------------------------------------------
      *   Every dated line is kept, future ones included: the day
      *   being priced decides which rate was in force.
       A0610-LOAD-RATES.
            OPEN INPUT rate-file.
            IF NOT WS-FS-RATES-OK
                EXIT PARAGRAPH
            END-IF.
            READ rate-file
                AT END SET EOF-rate-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-rate-file OR WS-RATE-COUNT >= WS-RATE-MAX
                IF in-mr-date IS NUMERIC
                   AND FUNCTION TEST-NUMVAL(in-mr-rate) = ZERO
                    ADD 1 TO WS-RATE-COUNT
                    MOVE in-mr-date TO WS-RATE-DATE(WS-RATE-COUNT)
                    COMPUTE WS-RATE-PER-KM(WS-RATE-COUNT) =
                        FUNCTION NUMVAL(in-mr-rate)
                END-IF
                READ rate-file
                    AT END SET EOF-rate-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE rate-file.
            EXIT.
      *-----------------------------------------------------------------
       A0650-CLAIM-ONE-DAY.
            IF ml-date(1:6) NOT = WS-PERIOD
                READ mileage-file NEXT RECORD
                    AT END SET EOF-mileage-file TO TRUE
                END-READ
                EXIT PARAGRAPH
            END-IF.
            IF ml-unit NOT = WS-CUR-UNIT
                IF WS-CUR-UNIT NOT = SPACES
                    PERFORM A0680-CLOSE-UNIT
                END-IF
                PERFORM A0670-OPEN-UNIT
            END-IF.
            PERFORM A0660-FIND-RATE.
            MOVE ZERO TO WS-DAY-AMOUNT.
            IF WS-BEST-DATE > ZERO
                COMPUTE WS-DAY-AMOUNT ROUNDED =
                    ml-gps-km * WS-DAY-RATE
            ELSE
                ADD 1 TO WS-TOT-UNPRICED
            END-IF.
            ADD 1 TO WS-UNIT-DAYS.
            ADD ml-gps-km TO WS-UNIT-KM.
            ADD WS-DAY-AMOUNT TO WS-UNIT-AMOUNT.
            MOVE SPACES TO WS-STATUS-TXT.
            EVALUATE TRUE
                WHEN ml-disagrees
                    MOVE "revisar: discrepancia" TO WS-STATUS-TXT
                WHEN ml-no-track
                    MOVE "revisar: sin pista" TO WS-STATUS-TXT
                WHEN ml-no-reading
                    MOVE "revisar: sin odometro" TO WS-STATUS-TXT
            END-EVALUATE.
            IF WS-STATUS-TXT NOT = SPACES
                ADD 1 TO WS-UNIT-FLAGGED
            END-IF.
            IF WS-BEST-DATE = ZERO
                MOVE "sin tarifa vigente" TO WS-STATUS-TXT
            END-IF.
            MOVE ml-gps-km TO WS-KM-DISP.
            MOVE WS-DAY-RATE TO WS-RATE-DISP.
            MOVE WS-DAY-AMOUNT TO WS-AMT-DISP.
            MOVE SPACES TO mileage-report-line.
            STRING "  " ml-date " km " WS-KM-DISP
                "  x " WS-RATE-DISP " = " WS-AMT-DISP
                "  " WS-STATUS-TXT
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            READ mileage-file NEXT RECORD
                AT END SET EOF-mileage-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   The rate with the latest effective date not after the day.
       A0660-FIND-RATE.
            MOVE ZERO TO WS-BEST-DATE WS-DAY-RATE.
            PERFORM VARYING WS-RI FROM 1 BY 1
                    UNTIL WS-RI > WS-RATE-COUNT
                IF WS-RATE-DATE(WS-RI) <= ml-date
                   AND WS-RATE-DATE(WS-RI) > WS-BEST-DATE
                    MOVE WS-RATE-DATE(WS-RI) TO WS-BEST-DATE
                    MOVE WS-RATE-PER-KM(WS-RI) TO WS-DAY-RATE
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The claim heading names the vehicle from the pool master
      *   when it is there; a unit missing from it is still claimed.
       A0670-OPEN-UNIT.
            MOVE ml-unit TO WS-CUR-UNIT.
            MOVE ZERO TO WS-UNIT-DAYS WS-UNIT-KM WS-UNIT-AMOUNT
                WS-UNIT-FLAGGED.
            MOVE SPACES TO veh-desc OF vehicle-rec
                veh-plate OF vehicle-rec.
            IF WS-VEH-IS-OPEN
                MOVE ml-unit TO veh-unit OF vehicle-rec
                READ vehicle-file
                    INVALID KEY
                        MOVE "(no figura en el maestro de vehiculos)"
                            TO veh-desc OF vehicle-rec
                END-READ
            END-IF.
            MOVE SPACES TO mileage-report-line.
            WRITE mileage-report-line.
            MOVE SPACES TO mileage-report-line.
            STRING "Unidad " ml-unit " "
                veh-desc OF vehicle-rec " placa "
                veh-plate OF vehicle-rec
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            EXIT.
      *-----------------------------------------------------------------
       A0680-CLOSE-UNIT.
            MOVE WS-UNIT-KM TO WS-KM-DISP.
            MOVE WS-UNIT-AMOUNT TO WS-AMT-DISP.
            MOVE SPACES TO mileage-report-line.
            STRING "  Total " WS-CUR-UNIT ": dias " WS-UNIT-DAYS
                "  km " WS-KM-DISP "  a reembolsar " WS-AMT-DISP
                "  dias a revisar " WS-UNIT-FLAGGED
                DELIMITED BY SIZE INTO mileage-report-line
            END-STRING.
            WRITE mileage-report-line.
            ADD 1 TO WS-TOT-UNITS.
            ADD WS-UNIT-DAYS TO WS-TOT-DAYS.
            ADD WS-UNIT-KM TO WS-TOT-KM.
            ADD WS-UNIT-AMOUNT TO WS-TOT-AMOUNT.
            ADD WS-UNIT-FLAGGED TO WS-TOT-FLAGGED.
            EXIT.
       END PROGRAM gps-mileage.
