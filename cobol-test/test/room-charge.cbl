      ******************************************************************
      * ROOM-CHARGE
      * Month-end meeting-room chargeback to departments.  Walks the
      * room-book index for one period (ROOM_CHARGE_PERIOD, AAAAMM;
      * default the month that just ended, the same month the CLOSE
      * job closes), finds each booking's department through the
      * owner's own-dept, and prices it at the room's rate in force
      * on the booking's date (rate master, cpy/room-rate-rec): per
      * hour prorated by the minute, or flat per booking.  Output is
      * one statement per department, room by room, plus a summary
      * for accounting -- on the report and as a fixed-layout extract
      * file.
      *
      * The month-end period file decides what kind of run it is:
      *   - period still OPEN: a preliminary run, recalculated every
      *     time and marked PRELIMINAR;
      *   - period CLOSED and not yet frozen: calculated once more
      *     and frozen into the chargeback history file;
      *   - period CLOSED and already frozen: reproduced from the
      *     history, never recalculated, so a rate or booking change
      *     after the close cannot alter a billed month.
      * Bookings of rooms with no rate in force are counted as
      * unpriced and make the run end with a warning.  Runs in the
      * nightly stream on the month-end night, after the close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-charge.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT room-book
                ASSIGN TO DYNAMIC WS-BOOK-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS rb-key OF rb-rec
                FILE STATUS IS WS-FS-BOOK.

            SELECT owner-file
                ASSIGN TO DYNAMIC WS-OWNERS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS owner-key OF owner-rec
                FILE STATUS IS WS-FS-OWNERS.

            SELECT rate-file
                ASSIGN TO DYNAMIC WS-RATES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS rate-key OF rate-rec
                FILE STATUS IS WS-FS-RATES.

            SELECT period-file
                ASSIGN TO DYNAMIC WS-PERIOD-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS per-key OF period-rec
                FILE STATUS IS WS-FS-PERIOD.

      *   frozen chargeback of the closed months, one row per
      *   period, department and room
            SELECT charge-file
                ASSIGN TO DYNAMIC WS-CHARGE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS chg-key OF charge-rec
                FILE STATUS IS WS-FS-CHARGE.

            SELECT charge-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.

            SELECT charge-summary
                ASSIGN TO DYNAMIC WS-SUMMARY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SUMMARY.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD room-book.
        01 rb-rec.
            05 rb-key.
                10 rb-room         PIC X(04).
                10 rb-year         PIC 9(04).
                10 rb-month        PIC 99.
                10 rb-day          PIC 99.
                10 rb-hour         PIC 99.
                10 rb-minute       PIC 99.
            05 rb-owner            PIC X(08).
            05 rb-duration         PIC 9(03).
            05 rb-status           PIC X(01).
            05 rb-req-date         PIC 9(08).

       FD owner-file.
        01 owner-rec.
           COPY "cpy/owner-rec".

       FD rate-file.
        01 rate-rec.
           COPY "cpy/room-rate-rec".

       FD period-file.
        01 period-rec.
            05 per-key.
                10 per-period      PIC X(06).
            05 per-status          PIC X(01).
                88 per-is-closed       VALUE "C".
            05 per-closed-date     PIC 9(08).
            05 per-closed-time     PIC 9(06).
            05 per-operator        PIC X(08).

       FD charge-file.
        01 charge-rec.
            05 chg-key.
                10 chg-period      PIC X(06).
                10 chg-dept        PIC X(20).
                10 chg-room        PIC X(04).
            05 chg-bookings        PIC 9(05).
            05 chg-minutes         PIC 9(07).
            05 chg-amount          PIC 9(09)V99.
            05 chg-unpriced        PIC 9(05).
            05 chg-frozen-date     PIC 9(08).

       FD charge-report.
        01 charge-report-line   PIC X(132).

      *   accounting extract: one record per department, the state
      *   byte "C" for a closed (final) month, "P" for preliminary
       FD charge-summary.
        01 charge-sum-rec.
            05 sum-period          PIC X(06).
            05 FILLER              PIC X(01).
            05 sum-dept            PIC X(20).
            05 FILLER              PIC X(01).
            05 sum-bookings        PIC 9(05).
            05 FILLER              PIC X(01).
            05 sum-minutes         PIC 9(07).
            05 FILLER              PIC X(01).
            05 sum-amount          PIC 9(09).99.
            05 FILLER              PIC X(01).
            05 sum-state           PIC X(01).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-BOOK-PATH          PIC X(255) VALUE SPACES.
       77 WS-OWNERS-PATH        PIC X(255) VALUE SPACES.
       77 WS-RATES-PATH         PIC X(255) VALUE SPACES.
       77 WS-PERIOD-PATH        PIC X(255) VALUE SPACES.
       77 WS-CHARGE-PATH        PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-SUMMARY-PATH       PIC X(255) VALUE SPACES.
       77 WS-FS-BOOK            PIC X(02) VALUE "00".
           88 WS-FS-BOOK-OK         VALUE "00" "02" "10".
       77 WS-FS-OWNERS          PIC X(02) VALUE "00".
           88 WS-FS-OWNERS-OK       VALUE "00" "02".
       77 WS-FS-RATES           PIC X(02) VALUE "00".
           88 WS-FS-RATES-OK        VALUE "00" "02".
       77 WS-FS-PERIOD          PIC X(02) VALUE "00".
       77 WS-FS-CHARGE          PIC X(02) VALUE "00".
           88 WS-FS-CHARGE-OK       VALUE "00" "02".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
       77 WS-FS-SUMMARY         PIC X(02) VALUE "00".
       77 WS-OWNERS-OPEN        PIC X(01) VALUE "N".
        88 WS-OWNERS-ARE-OPEN   VALUE "Y".
       77 WS-RATES-OPEN         PIC X(01) VALUE "N".
        88 WS-RATES-ARE-OPEN    VALUE "Y".
       77 WS-EOF-BOOK           PIC X(01) VALUE "N".
        88 EOF-room-book        VALUE "Y".
       77 WS-EOF-CHARGE         PIC X(01) VALUE "N".
        88 EOF-charge-file      VALUE "Y".
       77 WS-EOF-RATES          PIC X(01) VALUE "N".
        88 EOF-rate-file        VALUE "Y".
      *   the period and what kind of run it is
       77 WS-PERIOD             PIC X(06) VALUE SPACES.
       77 WS-PERIOD-TXT         PIC X(06) VALUE SPACES.
       77 WS-REC-PERIOD         PIC X(06) VALUE SPACES.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-YMD                PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-RUN-MODE           PIC X(01) VALUE "P".
        88 WS-MODE-PRELIMINARY  VALUE "P".
        88 WS-MODE-FREEZE       VALUE "F".
        88 WS-MODE-REPRODUCE    VALUE "R".
       77 WS-CLOSED-DATE        PIC 9(08) VALUE ZERO.
       77 WS-FROZEN-DATE        PIC 9(08) VALUE ZERO.
      *   one booking being priced
       77 WS-REC-YMD            PIC 9(08) VALUE ZERO.
       77 WS-DUR                PIC 9(03) VALUE ZERO.
       77 WS-DEPT               PIC X(20) VALUE SPACES.
       77 WS-RATE-FOUND         PIC X(01) VALUE "N".
        88 WS-HAS-RATE          VALUE "Y".
       77 WS-RATE-BASIS         PIC X(01) VALUE SPACE.
       77 WS-RATE-AMOUNT        PIC 9(05)V99 VALUE ZERO.
       77 WS-PRICE              PIC 9(07)V99 VALUE ZERO.
      *   department + room totals, kept in department/room order
      *   so the statements come out grouped
       77 WS-CHG-MAX            PIC 9(03) COMP VALUE 400.
       77 WS-CHG-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 400 TIMES.
               10 WS-CHG-DEPT       PIC X(20).
               10 WS-CHG-ROOM       PIC X(04).
               10 WS-CHG-BOOKINGS   PIC 9(05).
               10 WS-CHG-MINUTES    PIC 9(07).
               10 WS-CHG-AMOUNT     PIC 9(09)V99.
               10 WS-CHG-UNPRICED   PIC 9(05).
       77 WS-CI                 PIC 9(03) COMP VALUE ZERO.
       77 WS-CJ                 PIC 9(03) COMP VALUE ZERO.
       77 WS-CHG-DROPPED        PIC 9(05) VALUE ZERO.
      *   statement break and totals
       77 WS-CUR-DEPT           PIC X(20) VALUE SPACES.
       77 WS-DEPT-BOOKINGS      PIC 9(05) VALUE ZERO.
       77 WS-DEPT-MINUTES       PIC 9(07) VALUE ZERO.
       77 WS-DEPT-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-BOOKINGS       PIC 9(06) VALUE ZERO.
       77 WS-TOT-MINUTES        PIC 9(08) VALUE ZERO.
       77 WS-TOT-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-UNPRICED       PIC 9(05) VALUE ZERO.
       77 WS-DEPT-COUNT         PIC 9(03) VALUE ZERO.
       77 WS-AMT-DISP           PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
       77 WS-LINE-PTR           PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "room-charge" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-READ-PARAMETERS.
            PERFORM A0200-SET-RUN-MODE.
            IF WS-MODE-REPRODUCE
                PERFORM A0300-LOAD-FROZEN
            ELSE
                OPEN INPUT room-book
                IF NOT WS-FS-BOOK-OK
                    DISPLAY "Sin registro de salas que cobrar, "
                        "estado: " WS-FS-BOOK
                    CLOSE charge-file
                    MOVE RC-WARNING TO RETURN-CODE
                    PERFORM A0900-END-JOURNAL
                    GOBACK
                END-IF
                OPEN INPUT owner-file
                IF WS-FS-OWNERS-OK
                    SET WS-OWNERS-ARE-OPEN TO TRUE
                END-IF
                OPEN INPUT rate-file
                IF WS-FS-RATES-OK
                    SET WS-RATES-ARE-OPEN TO TRUE
                END-IF
                PERFORM A0400-PRICE-BOOKINGS
                CLOSE room-book
                IF WS-OWNERS-ARE-OPEN
                    CLOSE owner-file
                END-IF
                IF WS-RATES-ARE-OPEN
                    CLOSE rate-file
                END-IF
                IF WS-MODE-FREEZE
                    PERFORM A0500-FREEZE-PERIOD
                END-IF
            END-IF.
            CLOSE charge-file.
            PERFORM A0600-WRITE-STATEMENTS.
            IF WS-TOT-UNPRICED > ZERO OR WS-CHG-DROPPED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
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
            ACCEPT WS-BOOK-PATH FROM ENVIRONMENT "ROOM_BOOK_FILE".
            IF WS-BOOK-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-BOOK TO WS-BOOK-PATH
            END-IF.
            ACCEPT WS-OWNERS-PATH FROM ENVIRONMENT "APPT_OWNERS_FILE".
            IF WS-OWNERS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-OWNERS TO WS-OWNERS-PATH
            END-IF.
            ACCEPT WS-RATES-PATH FROM ENVIRONMENT "ROOM_RATES_FILE".
            IF WS-RATES-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-RATES TO WS-RATES-PATH
            END-IF.
            ACCEPT WS-PERIOD-PATH FROM ENVIRONMENT "APPT_PERIODS_FILE".
            IF WS-PERIOD-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-PERIODS TO WS-PERIOD-PATH
            END-IF.
            ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "ROOM_CHARGE_FILE".
            IF WS-CHARGE-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-CHARGE TO WS-CHARGE-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH
                FROM ENVIRONMENT "ROOM_CHARGE_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-CHARGE-RPT TO WS-REPORT-PATH
            END-IF.
            ACCEPT WS-SUMMARY-PATH
                FROM ENVIRONMENT "ROOM_CHARGE_SUMMARY".
            IF WS-SUMMARY-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-CHARGE-SUM TO WS-SUMMARY-PATH
            END-IF.
            ACCEPT WS-PERIOD-TXT FROM ENVIRONMENT "ROOM_CHARGE_PERIOD".
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
            EXIT.
      *-----------------------------------------------------------------
      *   Open period: preliminary.  Closed period: reproduce from
      *   the history if it was already frozen, else freeze it now.
      *   A missing period file leaves every month open, as in the
      *   calendar.
       A0200-SET-RUN-MODE.
            SET WS-MODE-PRELIMINARY TO TRUE.
            OPEN INPUT period-file.
            IF WS-FS-PERIOD = "00"
                MOVE WS-PERIOD TO per-period
                READ period-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF per-is-closed
                            SET WS-MODE-FREEZE TO TRUE
                            MOVE per-closed-date TO WS-CLOSED-DATE
                        END-IF
                END-READ
                CLOSE period-file
            END-IF.
            OPEN I-O charge-file.
            IF NOT WS-FS-CHARGE-OK
                OPEN OUTPUT charge-file
                CLOSE charge-file
                OPEN I-O charge-file
            END-IF.
            IF NOT WS-MODE-FREEZE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PERIOD TO chg-period.
            MOVE LOW-VALUES TO chg-dept chg-room.
            START charge-file KEY IS NOT LESS THAN chg-key
                INVALID KEY EXIT PARAGRAPH
            END-START.
            READ charge-file NEXT RECORD
                AT END EXIT PARAGRAPH
            END-READ.
            IF chg-period = WS-PERIOD
                SET WS-MODE-REPRODUCE TO TRUE
                MOVE chg-frozen-date TO WS-FROZEN-DATE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A frozen month comes back exactly as it was billed; the
      *   history rows are already in department/room key order.
       A0300-LOAD-FROZEN.
            MOVE WS-PERIOD TO chg-period.
            MOVE LOW-VALUES TO chg-dept chg-room.
            START charge-file KEY IS NOT LESS THAN chg-key
                INVALID KEY SET EOF-charge-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-charge-file
                READ charge-file NEXT RECORD
                    AT END SET EOF-charge-file TO TRUE
                END-READ
                IF NOT EOF-charge-file
                    IF chg-period NOT = WS-PERIOD
                        SET EOF-charge-file TO TRUE
                    ELSE
                        IF WS-CHG-COUNT < WS-CHG-MAX
                            ADD 1 TO WS-CHG-COUNT
                            MOVE chg-dept
                                TO WS-CHG-DEPT(WS-CHG-COUNT)
                            MOVE chg-room
                                TO WS-CHG-ROOM(WS-CHG-COUNT)
                            MOVE chg-bookings
                                TO WS-CHG-BOOKINGS(WS-CHG-COUNT)
                            MOVE chg-minutes
                                TO WS-CHG-MINUTES(WS-CHG-COUNT)
                            MOVE chg-amount
                                TO WS-CHG-AMOUNT(WS-CHG-COUNT)
                            MOVE chg-unpriced
                                TO WS-CHG-UNPRICED(WS-CHG-COUNT)
                        ELSE
                            ADD 1 TO WS-CHG-DROPPED
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0400-PRICE-BOOKINGS.
            READ room-book
                AT END SET EOF-room-book TO TRUE
            END-READ.
            PERFORM UNTIL EOF-room-book
                MOVE SPACES TO WS-REC-PERIOD
                STRING rb-year rb-month
                    DELIMITED BY SIZE INTO WS-REC-PERIOD
                END-STRING
                IF WS-REC-PERIOD = WS-PERIOD
                    PERFORM A0410-PRICE-ONE-BOOKING
                END-IF
                READ room-book
                    AT END SET EOF-room-book TO TRUE
                END-READ
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0410-PRICE-ONE-BOOKING.
            COMPUTE WS-REC-YMD = rb-year * 10000
                + rb-month * 100 + rb-day.
            MOVE rb-duration TO WS-DUR.
            IF WS-DUR = ZERO
                MOVE 60 TO WS-DUR
            END-IF.
            MOVE "(SIN DEPARTAMENTO)" TO WS-DEPT.
            IF WS-OWNERS-ARE-OPEN
                MOVE rb-owner TO own-id
                READ owner-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF own-dept NOT = SPACES
                            MOVE own-dept TO WS-DEPT
                        END-IF
                END-READ
            END-IF.
            PERFORM A0420-FIND-RATE.
            MOVE ZERO TO WS-PRICE.
            IF WS-HAS-RATE
                IF WS-RATE-BASIS = "B"
                    MOVE WS-RATE-AMOUNT TO WS-PRICE
                ELSE
                    COMPUTE WS-PRICE ROUNDED =
                        WS-RATE-AMOUNT * WS-DUR / 60
                END-IF
            END-IF.
            PERFORM A0430-ADD-TO-TABLE.
            EXIT.
      *-----------------------------------------------------------------
      *   The rate in force is the room's last rate whose effective
      *   date is on or before the booking's date.
       A0420-FIND-RATE.
            MOVE "N" TO WS-RATE-FOUND.
            IF NOT WS-RATES-ARE-OPEN
                EXIT PARAGRAPH
            END-IF.
            MOVE rb-room TO rate-room.
            MOVE ZERO TO rate-effective.
            MOVE "N" TO WS-EOF-RATES.
            START rate-file KEY IS NOT LESS THAN rate-key
                INVALID KEY SET EOF-rate-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-rate-file
                READ rate-file NEXT RECORD
                    AT END SET EOF-rate-file TO TRUE
                END-READ
                IF NOT EOF-rate-file
                    IF rate-room NOT = rb-room
                       OR rate-effective > WS-REC-YMD
                        SET EOF-rate-file TO TRUE
                    ELSE
                        MOVE "Y" TO WS-RATE-FOUND
                        MOVE rate-basis TO WS-RATE-BASIS
                        MOVE rate-amount TO WS-RATE-AMOUNT
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Department + room slot, inserted in key order the first
      *   time the pair is seen.
       A0430-ADD-TO-TABLE.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CHG-COUNT
                    OR WS-CHG-DEPT(WS-CI) > WS-DEPT
                    OR (WS-CHG-DEPT(WS-CI) = WS-DEPT
                        AND WS-CHG-ROOM(WS-CI) >= rb-room)
                CONTINUE
            END-PERFORM.
            IF WS-CI > WS-CHG-COUNT
               OR WS-CHG-DEPT(WS-CI) NOT = WS-DEPT
               OR WS-CHG-ROOM(WS-CI) NOT = rb-room
                IF WS-CHG-COUNT >= WS-CHG-MAX
                    ADD 1 TO WS-CHG-DROPPED
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-CJ FROM WS-CHG-COUNT BY -1
                        UNTIL WS-CJ < WS-CI
                    MOVE WS-CHG-ENTRY(WS-CJ) TO WS-CHG-ENTRY(WS-CJ + 1)
                END-PERFORM
                ADD 1 TO WS-CHG-COUNT
                MOVE WS-DEPT TO WS-CHG-DEPT(WS-CI)
                MOVE rb-room TO WS-CHG-ROOM(WS-CI)
                MOVE ZERO TO WS-CHG-BOOKINGS(WS-CI)
                    WS-CHG-MINUTES(WS-CI) WS-CHG-AMOUNT(WS-CI)
                    WS-CHG-UNPRICED(WS-CI)
            END-IF.
            ADD 1 TO WS-CHG-BOOKINGS(WS-CI).
            ADD WS-DUR TO WS-CHG-MINUTES(WS-CI).
            ADD WS-PRICE TO WS-CHG-AMOUNT(WS-CI).
            IF NOT WS-HAS-RATE
                ADD 1 TO WS-CHG-UNPRICED(WS-CI)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A closed month's figures go into the history once; every
      *   later run of the same period reads them back instead.
       A0500-FREEZE-PERIOD.
            ACCEPT WS-FROZEN-DATE FROM DATE YYYYMMDD.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CHG-COUNT
                MOVE WS-PERIOD TO chg-period
                MOVE WS-CHG-DEPT(WS-CI) TO chg-dept
                MOVE WS-CHG-ROOM(WS-CI) TO chg-room
                MOVE WS-CHG-BOOKINGS(WS-CI) TO chg-bookings
                MOVE WS-CHG-MINUTES(WS-CI) TO chg-minutes
                MOVE WS-CHG-AMOUNT(WS-CI) TO chg-amount
                MOVE WS-CHG-UNPRICED(WS-CI) TO chg-unpriced
                MOVE WS-FROZEN-DATE TO chg-frozen-date
                WRITE charge-rec
                    INVALID KEY
                        DISPLAY "Aviso: fila ya congelada "
                            chg-dept " " chg-room
                END-WRITE
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   One statement per department, room by room, then the
      *   accounting summary on the report and in the extract.
       A0600-WRITE-STATEMENTS.
            OPEN OUTPUT charge-report.
            OPEN OUTPUT charge-summary.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Cobro interno de salas por departamento - "
                "periodo " WS-PERIOD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-WRITE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            EVALUATE TRUE
                WHEN WS-MODE-PRELIMINARY
                    MOVE "PRELIMINAR: el periodo sigue abierto; las "
                        & "cifras pueden cambiar." TO WS-REPORT-LINE
                WHEN WS-MODE-FREEZE
                    STRING "Periodo cerrado el " WS-CLOSED-DATE
                        "; cifras congeladas hoy " WS-FROZEN-DATE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                WHEN WS-MODE-REPRODUCE
                    STRING "Periodo cerrado; reproducido de las "
                        "cifras congeladas el " WS-FROZEN-DATE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
            END-EVALUATE.
            PERFORM A0800-WRITE-LINE.
            MOVE SPACES TO WS-CUR-DEPT.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CHG-COUNT
                IF WS-CHG-DEPT(WS-CI) NOT = WS-CUR-DEPT
                    IF WS-CUR-DEPT NOT = SPACES
                        PERFORM A0650-CLOSE-DEPT
                    END-IF
                    MOVE WS-CHG-DEPT(WS-CI) TO WS-CUR-DEPT
                    MOVE SPACES TO WS-REPORT-LINE
                    PERFORM A0800-WRITE-LINE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "Departamento: " WS-CUR-DEPT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0800-WRITE-LINE
                END-IF
                MOVE WS-CHG-AMOUNT(WS-CI) TO WS-AMT-DISP
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  Sala " WS-CHG-ROOM(WS-CI)
                    "  reservas " WS-CHG-BOOKINGS(WS-CI)
                    "  minutos " WS-CHG-MINUTES(WS-CI)
                    "  monto " WS-AMT-DISP
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                IF WS-CHG-UNPRICED(WS-CI) > ZERO
                    MOVE 81 TO WS-LINE-PTR
                    STRING "  sin tarifa: " WS-CHG-UNPRICED(WS-CI)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WITH POINTER WS-LINE-PTR
                    END-STRING
                END-IF
                PERFORM A0800-WRITE-LINE
                ADD WS-CHG-BOOKINGS(WS-CI) TO WS-DEPT-BOOKINGS
                ADD WS-CHG-MINUTES(WS-CI) TO WS-DEPT-MINUTES
                ADD WS-CHG-AMOUNT(WS-CI) TO WS-DEPT-AMOUNT
                ADD WS-CHG-UNPRICED(WS-CI) TO WS-TOT-UNPRICED
            END-PERFORM.
            IF WS-CUR-DEPT NOT = SPACES
                PERFORM A0650-CLOSE-DEPT
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-WRITE-LINE.
            MOVE "----------------------------------------"
                TO WS-REPORT-LINE.
            PERFORM A0800-WRITE-LINE.
            MOVE WS-TOT-AMOUNT TO WS-AMT-DISP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Resumen para contabilidad: " WS-DEPT-COUNT
                " departamentos, " WS-TOT-BOOKINGS " reservas, "
                WS-TOT-MINUTES " minutos, total " WS-AMT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-WRITE-LINE.
            IF WS-TOT-UNPRICED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Reservas sin tarifa vigente (no cobradas): "
                    WS-TOT-UNPRICED
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-WRITE-LINE
            END-IF.
            IF WS-CHG-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Aviso: " WS-CHG-DROPPED " reservas no cupieron"
                    " en la tabla del reporte."
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-WRITE-LINE
            END-IF.
            CLOSE charge-report.
            CLOSE charge-summary.
            DISPLAY "Cobro de salas " WS-PERIOD ": " WS-DEPT-COUNT
                " departamentos, total " WS-AMT-DISP.
            EXIT.
      *-----------------------------------------------------------------
       A0650-CLOSE-DEPT.
            MOVE WS-DEPT-AMOUNT TO WS-AMT-DISP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total departamento: " WS-DEPT-BOOKINGS
                " reservas, " WS-DEPT-MINUTES " minutos, "
                WS-AMT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-WRITE-LINE.
            MOVE SPACES TO charge-sum-rec.
            MOVE WS-PERIOD TO sum-period.
            MOVE WS-CUR-DEPT TO sum-dept.
            MOVE WS-DEPT-BOOKINGS TO sum-bookings.
            MOVE WS-DEPT-MINUTES TO sum-minutes.
            MOVE WS-DEPT-AMOUNT TO sum-amount.
            IF WS-MODE-PRELIMINARY
                MOVE "P" TO sum-state
            ELSE
                MOVE "C" TO sum-state
            END-IF.
            WRITE charge-sum-rec.
            ADD 1 TO WS-DEPT-COUNT.
            ADD WS-DEPT-BOOKINGS TO WS-TOT-BOOKINGS.
            ADD WS-DEPT-MINUTES TO WS-TOT-MINUTES.
            ADD WS-DEPT-AMOUNT TO WS-TOT-AMOUNT.
            MOVE ZERO TO WS-DEPT-BOOKINGS WS-DEPT-MINUTES
                WS-DEPT-AMOUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0800-WRITE-LINE.
            MOVE WS-REPORT-LINE TO charge-report-line.
            WRITE charge-report-line.
            EXIT.
       END PROGRAM room-charge.
