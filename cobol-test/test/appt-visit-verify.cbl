      ******************************************************************
      * APPT-VISIT-VERIFY
      * Visit verification: joins the pool-vehicle bookings to the
      * vehicle track.  Every booking of the day (VISIT_VERIFY_DATE,
      * AAAAMMDD, default today) is laid against the fixes gps-track
      * reads for the same unit inside the booking's window -- the
      * trip out, the visit and the trip back -- and each fix is
      * measured against the appointment's place with FUNCTION
      * harvesine.  A visit is CONFIRMED when the unit came within
      * the tolerance radius (VISIT_RADIUS_M, default 500 meters),
      * arrived no later than VISIT_LATE_MIN (default 15) minutes
      * after the start and stayed at least VISIT_SHORT_PCT (default
      * 50) percent of the booked length.  The report lists the
      * visits where the unit never came near, the late arrivals,
      * the short stays (a visit can be both), the visits with no
      * fixes at all in the window, and the confirmed ones -- the
      * evidence the service managers need when a customer says
      * nobody showed up.  Runs in the nightly stream; compile
      * together with test-harvesine.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-visit-verify.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
        FUNCTION ALL INTRINSIC
        FUNCTION harvesine.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT veh-book
                ASSIGN TO DYNAMIC WS-BOOK-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS vb-key OF vb-rec
                FILE STATUS IS WS-FS-BOOK.

            SELECT appt-file
                ASSIGN TO DYNAMIC WS-APPT-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS appt-key OF appt-rec
                ALTERNATE RECORD KEY IS appt-date-key
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-APPT.

            SELECT loc-file
                ASSIGN TO DYNAMIC WS-LOC-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS loc-key OF loc-rec
                FILE STATUS IS WS-FS-LOC.

            SELECT track-file
                ASSIGN TO DYNAMIC WS-TRACK-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TRACK.

            SELECT visit-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD veh-book.
        01 vb-rec.
            05 vb-key.
                10 vb-unit         PIC X(10).
                10 vb-when.
                    15 vb-year     PIC 9(04).
                    15 vb-month    PIC 99.
                    15 vb-day      PIC 99.
                    15 vb-hour     PIC 99.
                    15 vb-minute   PIC 99.
            05 vb-owner            PIC X(08).
            05 vb-duration         PIC 9(03).
            05 vb-travel           PIC 9(03).
            05 vb-location         PIC X(05).

       FD appt-file.
        01 appt-rec.
            05 appt-key.
                10 rec-owner       PIC X(08).
                10 rec-year        PIC 9(04).
                10 rec-month       PIC 99.
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
            05 rec-series          PIC X(14).
            05 rec-room            PIC X(04).
            05 rec-location        PIC X(05).
            05 rec-duration        PIC 9(03).
            05 rec-type            PIC X(04).
            05 rec-outcome         PIC X(01).
            05 rec-refnum          PIC 9(06).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD loc-file.
        01 loc-rec.
           COPY "cpy/location-rec".

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

       FD visit-report.
        01 visit-report-line    PIC X(132).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-BOOK-PATH          PIC X(255) VALUE SPACES.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-LOC-PATH           PIC X(255) VALUE SPACES.
       77 WS-TRACK-PATH         PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-BOOK            PIC X(02) VALUE "00".
           88 WS-FS-BOOK-OK         VALUE "00" "02" "10".
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02".
       77 WS-FS-LOC             PIC X(02) VALUE "00".
           88 WS-FS-LOC-OK          VALUE "00" "02".
       77 WS-FS-TRACK           PIC X(02) VALUE "00".
           88 WS-FS-TRACK-OK        VALUE "00".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
       77 WS-APPT-OPEN          PIC X(01) VALUE "N".
        88 WS-APPT-IS-OPEN      VALUE "Y".
       77 WS-EOF-BOOK           PIC X(01) VALUE "N".
        88 EOF-veh-book         VALUE "Y".
       77 WS-EOF-TRACK          PIC X(01) VALUE "N".
        88 EOF-track-file       VALUE "Y".
      *   the day under review and the tolerances, each overridable
      *   from the environment
       77 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       77 WS-RUN-DATE-TXT       PIC X(08) VALUE SPACES.
       77 WS-BOOK-YMD           PIC 9(08) VALUE ZERO.
       77 WS-PARM-TXT           PIC X(08) VALUE SPACES.
       77 WS-RADIUS-M           PIC 9(05) VALUE 500.
       77 WS-LATE-MIN           PIC 9(03) VALUE 15.
       77 WS-SHORT-PCT          PIC 9(03) VALUE 50.
      *   the day's fixes, in the receiver's unit-and-time order
       77 WS-FIX-MAX            PIC 9(05) COMP VALUE 5000.
       77 WS-FIX-COUNT          PIC 9(05) COMP VALUE ZERO.
       77 WS-FIX-DROPPED        PIC 9(05) COMP VALUE ZERO.
       77 WS-FIX-SHOWN          PIC 9(05) VALUE ZERO.
       01 WS-FIX-TABLE.
           05 WS-FIX-ENTRY OCCURS 5000 TIMES.
               10 WS-FIX-UNIT       PIC X(10).
               10 WS-FIX-MINUTE     PIC 9(04).
               10 WS-FIX-LAT        COMP-2.
               10 WS-FIX-LON        COMP-2.
       77 WS-FI                 PIC 9(05) COMP VALUE ZERO.
       01 place-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 fix-coord.
           05 laty              COMP-2 VALUE ZERO.
           05 lonx              COMP-2 VALUE ZERO.
       01 visit-dist.
           05 meters            COMP-2 VALUE ZERO.
           05 kms               COMP-2 VALUE ZERO.
           05 miles             COMP-2 VALUE ZERO.
           05 calc-status       PIC X(01) VALUE "0".
               88 visit-calc-valid  VALUE "0".
      *   one booking's window and what the track showed inside it
       77 WS-START-MIN          PIC 9(04) VALUE ZERO.
       77 WS-DURATION           PIC 9(03) VALUE ZERO.
       77 WS-FROM-MIN           PIC 9(04) VALUE ZERO.
       77 WS-TO-MIN             PIC 9(04) VALUE ZERO.
       77 WS-IN-WINDOW          PIC 9(05) VALUE ZERO.
       77 WS-FIRST-NEAR         PIC 9(04) VALUE ZERO.
       77 WS-LAST-NEAR          PIC 9(04) VALUE ZERO.
       77 WS-NEAR-SEEN          PIC X(01) VALUE "N".
        88 WS-WAS-NEAR          VALUE "Y".
       77 WS-STAY-MIN           PIC 9(04) VALUE ZERO.
       77 WS-MIN-STAY           PIC 9(04) VALUE ZERO.
       77 WS-HH                 PIC 99 VALUE ZERO.
       77 WS-MM                 PIC 99 VALUE ZERO.
       77 WS-ARRIVE-TXT         PIC X(05) VALUE SPACES.
      *   verdicts held until the end so the report can be written
      *   section by section
       77 WS-RES-MAX            PIC 9(03) COMP VALUE 500.
       77 WS-RES-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 500 TIMES.
               10 WS-RES-KIND       PIC X(01).
                   88 WS-RES-CONFIRMED  VALUE "C".
                   88 WS-RES-NEVER      VALUE "N".
                   88 WS-RES-NO-TRACK   VALUE "S".
                   88 WS-RES-FLAGGED    VALUE "F".
               10 WS-RES-LATE       PIC X(01).
               10 WS-RES-SHORT      PIC X(01).
               10 WS-RES-LINE       PIC X(120).
       77 WS-RI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-SECTION-KIND       PIC X(01) VALUE SPACE.
       77 WS-SECTION-COUNT      PIC 9(03) COMP VALUE ZERO.
       77 WS-LINE-WORK          PIC X(120) VALUE SPACES.
       77 WS-DESC-WORK          PIC X(30) VALUE SPACES.
       77 WS-REF-WORK           PIC 9(06) VALUE ZERO.
       77 WS-CHECKED-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-CONFIRMED-COUNT    PIC 9(05) VALUE ZERO.
       77 WS-NEVER-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-LATE-COUNT         PIC 9(05) VALUE ZERO.
       77 WS-SHORT-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-NO-TRACK-COUNT     PIC 9(05) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-visit-verify" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-READ-PARAMETERS.
            OPEN INPUT veh-book.
            IF NOT WS-FS-BOOK-OK
                DISPLAY "Sin reservas de vehiculos; nada que "
                    "verificar."
                MOVE RC-WARNING TO RETURN-CODE
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            OPEN INPUT loc-file.
            IF NOT WS-FS-LOC-OK
                DISPLAY "Maestro de lugares ausente, estado: "
                    WS-FS-LOC
                CLOSE veh-book
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0200-LOAD-TRACK.
            OPEN INPUT appt-file.
            IF WS-FS-APPT-OK
                SET WS-APPT-IS-OPEN TO TRUE
            END-IF.
            OPEN OUTPUT visit-report.
            MOVE WS-FIX-COUNT TO WS-FIX-SHOWN.
            MOVE SPACES TO visit-report-line.
            STRING "Verificacion de visitas contra la pista del "
                "vehiculo - dia " WS-RUN-DATE-TXT
                DELIMITED BY SIZE INTO visit-report-line
            END-STRING.
            WRITE visit-report-line.
            MOVE SPACES TO visit-report-line.
            STRING "Radio " WS-RADIUS-M " m, tolerancia de llegada "
                WS-LATE-MIN " min, estadia minima " WS-SHORT-PCT
                "% de la cita; puntos de pista del dia: "
                WS-FIX-SHOWN
                DELIMITED BY SIZE INTO visit-report-line
            END-STRING.
            WRITE visit-report-line.
            READ veh-book NEXT RECORD
                AT END SET EOF-veh-book TO TRUE
            END-READ.
            PERFORM A0300-CHECK-ONE-BOOKING UNTIL EOF-veh-book.
            MOVE "N" TO WS-SECTION-KIND.
            PERFORM A0600-WRITE-SECTION.
            MOVE "T" TO WS-SECTION-KIND.
            PERFORM A0600-WRITE-SECTION.
            MOVE "K" TO WS-SECTION-KIND.
            PERFORM A0600-WRITE-SECTION.
            MOVE "S" TO WS-SECTION-KIND.
            PERFORM A0600-WRITE-SECTION.
            MOVE "C" TO WS-SECTION-KIND.
            PERFORM A0600-WRITE-SECTION.
            MOVE SPACES TO visit-report-line.
            WRITE visit-report-line.
            MOVE "----------------------------------------"
                TO visit-report-line.
            WRITE visit-report-line.
            MOVE SPACES TO visit-report-line.
            STRING "Visitas revisadas: " WS-CHECKED-COUNT
                "  confirmadas: " WS-CONFIRMED-COUNT
                "  nunca llego: " WS-NEVER-COUNT
                "  tarde: " WS-LATE-COUNT
                "  cortas: " WS-SHORT-COUNT
                "  sin pista: " WS-NO-TRACK-COUNT
                DELIMITED BY SIZE INTO visit-report-line
            END-STRING.
            WRITE visit-report-line.
            CLOSE visit-report.
            IF WS-APPT-IS-OPEN
                CLOSE appt-file
            END-IF.
            CLOSE loc-file.
            CLOSE veh-book.
            IF WS-NEVER-COUNT > ZERO OR WS-LATE-COUNT > ZERO
               OR WS-SHORT-COUNT > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Visitas revisadas: " WS-CHECKED-COUNT
                "  confirmadas: " WS-CONFIRMED-COUNT.
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
            ACCEPT WS-BOOK-PATH FROM ENVIRONMENT "VEHICLE_BOOK_FILE".
            IF WS-BOOK-PATH = SPACES
                MOVE CFG-DEFAULT-VEHICLE-BOOK TO WS-BOOK-PATH
            END-IF.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-LOC-PATH FROM ENVIRONMENT "GPS_LOCATIONS_FILE".
            IF WS-LOC-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-LOCATIONS TO WS-LOC-PATH
            END-IF.
            ACCEPT WS-TRACK-PATH FROM ENVIRONMENT "GPS_TRACK_FILE".
            IF WS-TRACK-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-TRACK TO WS-TRACK-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH
                FROM ENVIRONMENT "VISIT_VERIFY_FILE".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-VISIT-VERIFY TO WS-REPORT-PATH
            END-IF.
            ACCEPT WS-RUN-DATE-TXT FROM ENVIRONMENT "VISIT_VERIFY_DATE".
            IF WS-RUN-DATE-TXT IS NUMERIC
                MOVE WS-RUN-DATE-TXT TO WS-RUN-DATE
            ELSE
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                MOVE WS-RUN-DATE TO WS-RUN-DATE-TXT
            END-IF.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "VISIT_RADIUS_M".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-RADIUS-M = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "VISIT_LATE_MIN".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-LATE-MIN = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            MOVE SPACES TO WS-PARM-TXT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "VISIT_SHORT_PCT".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-SHORT-PCT = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Only the run date's fixes are kept; a track longer than
      *   the table is reported, not silently cut.
       A0200-LOAD-TRACK.
            OPEN INPUT track-file.
            IF NOT WS-FS-TRACK-OK
                DISPLAY "Pista de vehiculos ausente; toda visita "
                    "queda sin pista."
                EXIT PARAGRAPH
            END-IF.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            PERFORM A0250-KEEP-ONE-FIX UNTIL EOF-track-file.
            CLOSE track-file.
            IF WS-FIX-DROPPED > ZERO
                DISPLAY "Aviso: " WS-FIX-DROPPED
                    " puntos de pista no cupieron en la tabla."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0250-KEEP-ONE-FIX.
            IF in-unit NOT = SPACES
               AND in-date = WS-RUN-DATE-TXT
               AND in-time IS NUMERIC
                IF WS-FIX-COUNT < WS-FIX-MAX
                    ADD 1 TO WS-FIX-COUNT
                    MOVE in-unit TO WS-FIX-UNIT(WS-FIX-COUNT)
                    COMPUTE WS-FIX-MINUTE(WS-FIX-COUNT) =
                        FUNCTION NUMVAL(in-time(1:2)) * 60
                        + FUNCTION NUMVAL(in-time(3:2))
                    COMPUTE WS-FIX-LAT(WS-FIX-COUNT) =
                        FUNCTION NUMVAL(in-lat)
                    COMPUTE WS-FIX-LON(WS-FIX-COUNT) =
                        FUNCTION NUMVAL(in-lon)
                ELSE
                    ADD 1 TO WS-FIX-DROPPED
                END-IF
            END-IF.
            READ track-file
                AT END SET EOF-track-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   One booking of the run date: its window is the trip out,
      *   the visit and the trip back, and every fix of the unit
      *   inside it is measured against the place.
       A0300-CHECK-ONE-BOOKING.
            COMPUTE WS-BOOK-YMD = vb-year * 10000
                + vb-month * 100 + vb-day.
            IF WS-BOOK-YMD NOT = WS-RUN-DATE
                PERFORM A0350-READ-NEXT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CHECKED-COUNT.
            COMPUTE WS-START-MIN = vb-hour * 60 + vb-minute.
            MOVE vb-duration TO WS-DURATION.
            IF WS-DURATION = ZERO
                MOVE 60 TO WS-DURATION
            END-IF.
            IF WS-START-MIN > vb-travel
                COMPUTE WS-FROM-MIN = WS-START-MIN - vb-travel
            ELSE
                MOVE ZERO TO WS-FROM-MIN
            END-IF.
            COMPUTE WS-TO-MIN = WS-START-MIN + WS-DURATION
                + vb-travel.
            MOVE ZERO TO WS-IN-WINDOW WS-FIRST-NEAR WS-LAST-NEAR
                WS-STAY-MIN.
            MOVE "N" TO WS-NEAR-SEEN.
            MOVE vb-location TO loc-code OF loc-rec.
            READ loc-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE loc-lat OF loc-rec TO laty OF place-coord
                    MOVE loc-lon OF loc-rec TO lonx OF place-coord
                    PERFORM VARYING WS-FI FROM 1 BY 1
                            UNTIL WS-FI > WS-FIX-COUNT
                        IF WS-FIX-UNIT(WS-FI) = vb-unit
                           AND WS-FIX-MINUTE(WS-FI) >= WS-FROM-MIN
                           AND WS-FIX-MINUTE(WS-FI) <= WS-TO-MIN
                            PERFORM A0400-MEASURE-ONE-FIX
                        END-IF
                    END-PERFORM
            END-READ.
            PERFORM A0450-DESCRIBE-APPT.
            PERFORM A0500-FILE-VERDICT.
            PERFORM A0350-READ-NEXT.
            EXIT.
      *-----------------------------------------------------------------
       A0350-READ-NEXT.
            READ veh-book NEXT RECORD
                AT END SET EOF-veh-book TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0400-MEASURE-ONE-FIX.
            ADD 1 TO WS-IN-WINDOW.
            MOVE WS-FIX-LAT(WS-FI) TO laty OF fix-coord.
            MOVE WS-FIX-LON(WS-FI) TO lonx OF fix-coord.
            MOVE FUNCTION harvesine(place-coord, fix-coord)
                TO visit-dist.
            IF NOT visit-calc-valid
                EXIT PARAGRAPH
            END-IF.
            IF meters OF visit-dist <= WS-RADIUS-M
                IF NOT WS-WAS-NEAR
                    MOVE "Y" TO WS-NEAR-SEEN
                    MOVE WS-FIX-MINUTE(WS-FI) TO WS-FIRST-NEAR
                END-IF
                MOVE WS-FIX-MINUTE(WS-FI) TO WS-LAST-NEAR
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The calendar's own record supplies the description and
      *   reference number; a booking whose appointment is gone is
      *   still verified, and says so.
       A0450-DESCRIBE-APPT.
            MOVE SPACES TO WS-DESC-WORK.
            MOVE ZERO TO WS-REF-WORK.
            IF NOT WS-APPT-IS-OPEN
                EXIT PARAGRAPH
            END-IF.
            MOVE vb-owner TO rec-owner.
            MOVE vb-year TO rec-year.
            MOVE vb-month TO rec-month.
            MOVE vb-day TO rec-day.
            MOVE vb-hour TO rec-hour.
            MOVE vb-minute TO rec-minute.
            READ appt-file
                INVALID KEY
                    MOVE "(cita ya no esta en el calendario)"
                        TO WS-DESC-WORK
                NOT INVALID KEY
                    MOVE rec-desc(1:30) TO WS-DESC-WORK
                    MOVE rec-refnum TO WS-REF-WORK
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0500-FILE-VERDICT.
            IF WS-RES-COUNT >= WS-RES-MAX
                DISPLAY "Aviso: mas visitas que la tabla del reporte;"
                    " " vb-unit " " vb-hour ":" vb-minute
                    " no se lista."
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RES-COUNT.
            MOVE "N" TO WS-RES-LATE(WS-RES-COUNT)
                WS-RES-SHORT(WS-RES-COUNT).
            MOVE "--:--" TO WS-ARRIVE-TXT.
            EVALUATE TRUE
                WHEN WS-IN-WINDOW = ZERO
                    MOVE "S" TO WS-RES-KIND(WS-RES-COUNT)
                    ADD 1 TO WS-NO-TRACK-COUNT
                WHEN NOT WS-WAS-NEAR
                    MOVE "N" TO WS-RES-KIND(WS-RES-COUNT)
                    ADD 1 TO WS-NEVER-COUNT
                WHEN OTHER
                    DIVIDE WS-FIRST-NEAR BY 60 GIVING WS-HH
                        REMAINDER WS-MM
                    STRING WS-HH ":" WS-MM
                        DELIMITED BY SIZE INTO WS-ARRIVE-TXT
                    END-STRING
                    COMPUTE WS-STAY-MIN = WS-LAST-NEAR - WS-FIRST-NEAR
                    COMPUTE WS-MIN-STAY ROUNDED =
                        WS-DURATION * WS-SHORT-PCT / 100
                    IF WS-FIRST-NEAR > WS-START-MIN + WS-LATE-MIN
                        MOVE "Y" TO WS-RES-LATE(WS-RES-COUNT)
                        ADD 1 TO WS-LATE-COUNT
                    END-IF
                    IF WS-STAY-MIN < WS-MIN-STAY
                        MOVE "Y" TO WS-RES-SHORT(WS-RES-COUNT)
                        ADD 1 TO WS-SHORT-COUNT
                    END-IF
                    IF WS-RES-LATE(WS-RES-COUNT) = "Y"
                       OR WS-RES-SHORT(WS-RES-COUNT) = "Y"
                        MOVE "F" TO WS-RES-KIND(WS-RES-COUNT)
                    ELSE
                        MOVE "C" TO WS-RES-KIND(WS-RES-COUNT)
                        ADD 1 TO WS-CONFIRMED-COUNT
                    END-IF
            END-EVALUATE.
            MOVE SPACES TO WS-LINE-WORK.
            STRING "  " vb-unit " " vb-hour ":" vb-minute
                " " vb-owner " lugar " vb-location
                " llego " WS-ARRIVE-TXT
                " estadia " WS-STAY-MIN " de " WS-DURATION " min"
                " #" WS-REF-WORK " " WS-DESC-WORK
                DELIMITED BY SIZE INTO WS-LINE-WORK
            END-STRING.
            MOVE WS-LINE-WORK TO WS-RES-LINE(WS-RES-COUNT).
            EXIT.
      *-----------------------------------------------------------------
      *   One section per finding: N never came near, T late, K
      *   short stay, S no fixes in the window, C confirmed.
       A0600-WRITE-SECTION.
            MOVE SPACES TO visit-report-line.
            WRITE visit-report-line.
            EVALUATE WS-SECTION-KIND
                WHEN "N"
                    MOVE "La unidad nunca llego al radio del lugar:"
                        TO visit-report-line
                WHEN "T"
                    MOVE "Llegadas tarde:" TO visit-report-line
                WHEN "K"
                    MOVE "Estadias cortas:" TO visit-report-line
                WHEN "S"
                    MOVE "Sin puntos de pista en la ventana (o lugar "
                        & "desconocido):" TO visit-report-line
                WHEN "C"
                    MOVE "Visitas confirmadas:" TO visit-report-line
            END-EVALUATE.
            WRITE visit-report-line.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM VARYING WS-RI FROM 1 BY 1
                    UNTIL WS-RI > WS-RES-COUNT
                IF (WS-SECTION-KIND = "N" AND WS-RES-NEVER(WS-RI))
                   OR (WS-SECTION-KIND = "T"
                       AND WS-RES-LATE(WS-RI) = "Y")
                   OR (WS-SECTION-KIND = "K"
                       AND WS-RES-SHORT(WS-RI) = "Y")
                   OR (WS-SECTION-KIND = "S"
                       AND WS-RES-NO-TRACK(WS-RI))
                   OR (WS-SECTION-KIND = "C"
                       AND WS-RES-CONFIRMED(WS-RI))
                    ADD 1 TO WS-SECTION-COUNT
                    MOVE WS-RES-LINE(WS-RI) TO visit-report-line
                    WRITE visit-report-line
                END-IF
            END-PERFORM.
            IF WS-SECTION-COUNT = ZERO
                MOVE "  Ninguna." TO visit-report-line
                WRITE visit-report-line
            END-IF.
            EXIT.
       END PROGRAM appt-visit-verify.
