      ******************************************************************
      * APPT-CAPACITY
      * Owner capacity forecast: for the coming weeks (APPT_CAP_WEEKS,
      * 1 to 8, default 8) from the Monday on or after APPT_CAP_FROM
      * (AAAAMMDD, default today) it sets each owner's booked minutes
      * (rec-duration, zero read as the classic sixty) against the
      * minutes the owner can work -- own-work-start to own-work-end
      * on each of own-work-days, less the shop holidays in the
      * holidays text file.  An owner with no hours profile is taken
      * at the calendar's default day of 09:00 to 18:00, and one with
      * no weekday profile at Monday to Friday.
      *
      * Each owner gets one line per week with booked and available
      * hours, percent utilization and the hours still free, flagged
      * SOBRE UMBRAL from APPT_CAP_THRESHOLD percent (default 85)
      * up.  Calendars not on the owner master are reported under
      * SIN MAESTRO with the default profile; retired owners only
      * when something is still booked for them.  A roll-up by
      * own-dept closes the report.  Output goes through the shared
      * print-spool subprogram; runs at month end in the nightly
      * stream, when planning wants it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-capacity.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT appt-file
                ASSIGN TO DYNAMIC WS-APPT-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS appt-key OF appt-rec
                ALTERNATE RECORD KEY IS appt-date-key
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-APPT.

            SELECT owner-file
                ASSIGN TO DYNAMIC WS-OWNERS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS owner-key OF owner-rec
                FILE STATUS IS WS-FS-OWNERS.

            SELECT holiday-file
                ASSIGN TO DYNAMIC WS-HOLIDAYS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HOLIDAYS.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD owner-file.
        01 owner-rec.
           COPY "cpy/owner-rec".

       FD holiday-file.
        01 holiday-rec.
            05 hol-in-date         PIC X(08).
            05 FILLER              PIC X(01).
            05 hol-in-name         PIC X(40).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/print-spool".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-OWNERS-PATH        PIC X(255) VALUE SPACES.
       77 WS-HOLIDAYS-PATH      PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02" "10".
       77 WS-FS-OWNERS          PIC X(02) VALUE "00".
       77 WS-FS-HOLIDAYS        PIC X(02) VALUE "00".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
      *   the horizon: first Monday and the day after the last Sunday
      *   as day integers, so a record's week is a division away
       77 WS-FROM-TXT           PIC X(08) VALUE SPACES.
       77 WS-WEEKS-TXT          PIC X(02) VALUE SPACES.
       77 WS-THRESHOLD-TXT      PIC X(03) VALUE SPACES.
       77 WS-ANY-YMD            PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-MONDAY-INT         PIC 9(08) COMP VALUE ZERO.
       77 WS-END-INT            PIC 9(08) COMP VALUE ZERO.
       77 WS-MONDAY-YMD         PIC 9(08) VALUE ZERO.
       77 WS-LAST-YMD           PIC 9(08) VALUE ZERO.
       77 WS-REC-YMD            PIC 9(08) VALUE ZERO.
       77 WS-REC-INT            PIC 9(08) COMP VALUE ZERO.
       77 WS-WEEKS              PIC 9(01) VALUE 8.
       77 WS-MAX-WEEKS          PIC 9(01) VALUE 8.
       77 WS-THRESHOLD          PIC 9(03) VALUE 85.
       77 WS-WK                 PIC 9(02) COMP VALUE ZERO.
       77 WS-D                  PIC 9(02) COMP VALUE ZERO.
       77 WS-DOW                PIC 9(01) COMP VALUE ZERO.
       77 WS-DAY-INT            PIC 9(08) COMP VALUE ZERO.
       77 WS-DAY-YMD            PIC 9(08) VALUE ZERO.
      *   the calendar's own default working day, in minutes
       77 WS-DEFAULT-START      PIC 9(05) VALUE 540.
       77 WS-DEFAULT-END        PIC 9(05) VALUE 1080.
       01 WS-PROF-HHMM          PIC 9(04) VALUE ZERO.
       01 WS-PROF-HHMM-R REDEFINES WS-PROF-HHMM.
           05 WS-PROF-HH            PIC 99.
           05 WS-PROF-MN            PIC 99.
      *   the shop holidays, off the maintained text file
       77 WS-HOL-MAX            PIC 9(03) COMP VALUE 60.
       77 WS-HOL-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-HOL-TABLE.
           05 WS-HOL-YMD            PIC 9(08) OCCURS 60 TIMES.
       77 WS-HOL-I              PIC 9(03) COMP VALUE ZERO.
       77 WS-HOL-SW             PIC X(01) VALUE "N".
        88 WS-DAY-IS-HOLIDAY    VALUE "Y".
      *   every owner, in master order, with the minutes booked and
      *   available in each week of the horizon
       77 WS-OWN-MAX            PIC 9(03) COMP VALUE 300.
       77 WS-OWN-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 300 TIMES.
               10 WS-OWN-ID         PIC X(08).
               10 WS-OWN-NAME       PIC X(30).
               10 WS-OWN-DEPT       PIC X(20).
               10 WS-OWN-ACTIVE     PIC X(01).
               10 WS-OWN-START      PIC 9(05).
               10 WS-OWN-END        PIC 9(05).
               10 WS-OWN-DAYS       PIC X(07).
               10 WS-OWN-BOOKED     PIC 9(07) OCCURS 8 TIMES.
               10 WS-OWN-AVAIL      PIC 9(07) OCCURS 8 TIMES.
       77 WS-OWN-I              PIC 9(03) COMP VALUE ZERO.
       77 WS-OWN-FOUND          PIC 9(03) COMP VALUE ZERO.
       77 WS-OWN-DROPPED        PIC 9(05) VALUE ZERO.
       77 WS-CUR-OWNER          PIC X(08) VALUE SPACES.
      *   the roll-up, one entry per department in name order
       77 WS-DEP-MAX            PIC 9(02) COMP VALUE 60.
       77 WS-DEP-COUNT          PIC 9(02) COMP VALUE ZERO.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 60 TIMES.
               10 WS-DEP-NAME       PIC X(20).
               10 WS-DEP-OWNERS     PIC 9(03).
               10 WS-DEP-FLAGGED    PIC 9(03).
               10 WS-DEP-BOOKED     PIC 9(08) OCCURS 8 TIMES.
               10 WS-DEP-AVAIL      PIC 9(08) OCCURS 8 TIMES.
       01 WS-DEP-HOLD           PIC X(154).
       77 WS-DEP-I              PIC 9(02) COMP VALUE ZERO.
       77 WS-DEP-J              PIC 9(02) COMP VALUE ZERO.
       77 WS-DEP-FOUND          PIC 9(02) COMP VALUE ZERO.
       77 WS-DEP-DROPPED        PIC 9(05) VALUE ZERO.
      *   one line's figures
       77 WS-BOOKED             PIC 9(09) VALUE ZERO.
       77 WS-AVAIL              PIC 9(09) VALUE ZERO.
       77 WS-FREE               PIC 9(09) VALUE ZERO.
       77 WS-PCT                PIC 9(05) VALUE ZERO.
       77 WS-PCT-DISP           PIC ZZZZ9 VALUE ZERO.
       77 WS-HRS                PIC 9(06)V9 VALUE ZERO.
       77 WS-HRS-DISP           PIC ZZZZZ9.9 VALUE ZERO.
       77 WS-BOOKED-DISP        PIC X(08) VALUE SPACES.
       77 WS-AVAIL-DISP         PIC X(08) VALUE SPACES.
       77 WS-FREE-DISP          PIC X(08) VALUE SPACES.
       77 WS-FLAG               PIC X(12) VALUE SPACES.
       77 WS-OWN-FLAG-SW        PIC X(01) VALUE "N".
        88 WS-OWNER-IS-FLAGGED  VALUE "Y".
       77 WS-LINE-PTR           PIC 9(03) VALUE 1.
      *   totals for the closing lines
       77 WS-OWNERS-LISTED      PIC 9(05) VALUE ZERO.
       77 WS-OWNERS-FLAGGED     PIC 9(05) VALUE ZERO.
       77 WS-APPTS-COUNTED      PIC 9(07) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-capacity" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-OWNERS-PATH FROM ENVIRONMENT "APPT_OWNERS_FILE".
            IF WS-OWNERS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-OWNERS TO WS-OWNERS-PATH
            END-IF.
            ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "APPT_HOLIDAYS".
            IF WS-HOLIDAYS-PATH = SPACES
                MOVE CFG-DEFAULT-HOLIDAYS TO WS-HOLIDAYS-PATH
            END-IF.
            PERFORM A0150-SET-HORIZON.
            IF RETURN-CODE NOT = ZERO
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            OPEN INPUT appt-file.
            IF NOT WS-FS-APPT-OK
                DISPLAY "Sin calendario que reportar, estado: "
                    WS-FS-APPT
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0200-LOAD-HOLIDAYS.
            PERFORM A0250-LOAD-OWNERS.
            PERFORM A0300-SCAN-APPOINTMENTS.
            CLOSE appt-file.
            SET lk-spool-op-open TO TRUE.
            MOVE "pronostico-capacidad" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Pronostico de capacidad por dueno, " WS-WEEKS
                " semanas del " WS-MONDAY-YMD(7:2) "/"
                WS-MONDAY-YMD(5:2) "/" WS-MONDAY-YMD(1:4) " al "
                WS-LAST-YMD(7:2) "/" WS-LAST-YMD(5:2) "/"
                WS-LAST-YMD(1:4) "  (umbral " WS-THRESHOLD "%)"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "  semana del    reservadas  disponibles    uso"
                & "     libres" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-OWN-I FROM 1 BY 1
                    UNTIL WS-OWN-I > WS-OWN-COUNT
                PERFORM A0400-WRITE-OWNER
            END-PERFORM.
            PERFORM A0600-WRITE-DEPARTMENTS.
            PERFORM A0700-WRITE-TOTALS.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Pronostico de capacidad enviado al spool.".
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
      *   The first Monday on or after the given date: INTEGER-OF-DATE
      *   day 1 (1601-01-01) was a Monday.
       A0150-SET-HORIZON.
            ACCEPT WS-FROM-TXT FROM ENVIRONMENT "APPT_CAP_FROM".
            IF WS-FROM-TXT = SPACES
                ACCEPT WS-ANY-YMD FROM DATE YYYYMMDD
            ELSE
                IF WS-FROM-TXT IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(WS-FROM-TXT)) NOT = ZERO
                    DISPLAY "APPT_CAP_FROM invalida: " WS-FROM-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-FROM-TXT TO WS-ANY-YMD
            END-IF.
            ACCEPT WS-WEEKS-TXT FROM ENVIRONMENT "APPT_CAP_WEEKS".
            IF WS-WEEKS-TXT NOT = SPACES
                IF FUNCTION TRIM(WS-WEEKS-TXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-WEEKS-TXT) < 1
                   OR FUNCTION NUMVAL(WS-WEEKS-TXT) > WS-MAX-WEEKS
                    DISPLAY "APPT_CAP_WEEKS invalido (1 a 8): "
                        WS-WEEKS-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(WS-WEEKS-TXT) TO WS-WEEKS
            END-IF.
            ACCEPT WS-THRESHOLD-TXT FROM ENVIRONMENT
                "APPT_CAP_THRESHOLD".
            IF WS-THRESHOLD-TXT NOT = SPACES
                IF FUNCTION TRIM(WS-THRESHOLD-TXT) IS NOT NUMERIC
                    DISPLAY "APPT_CAP_THRESHOLD invalido: "
                        WS-THRESHOLD-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(WS-THRESHOLD-TXT) TO WS-THRESHOLD
            END-IF.
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-ANY-YMD).
            COMPUTE WS-MONDAY-INT = WS-DATE-INT
                + FUNCTION MOD(7 - FUNCTION MOD(WS-DATE-INT - 1, 7), 7).
            COMPUTE WS-END-INT = WS-MONDAY-INT + WS-WEEKS * 7.
            COMPUTE WS-MONDAY-YMD =
                FUNCTION DATE-OF-INTEGER(WS-MONDAY-INT).
            COMPUTE WS-LAST-YMD =
                FUNCTION DATE-OF-INTEGER(WS-END-INT - 1).
            EXIT.
      *-----------------------------------------------------------------
      *   A missing holiday file just means no holidays.
       A0200-LOAD-HOLIDAYS.
            MOVE ZERO TO WS-HOL-COUNT.
            OPEN INPUT holiday-file.
            IF WS-FS-HOLIDAYS NOT = "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file OR WS-HOL-COUNT >= WS-HOL-MAX
                READ holiday-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file AND hol-in-date IS NUMERIC
                    ADD 1 TO WS-HOL-COUNT
                    MOVE hol-in-date TO WS-HOL-YMD(WS-HOL-COUNT)
                END-IF
            END-PERFORM.
            CLOSE holiday-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The whole master, retired owners included so that anything
      *   still booked for them is not lost from the forecast.
       A0250-LOAD-OWNERS.
            MOVE ZERO TO WS-OWN-COUNT.
            OPEN INPUT owner-file.
            IF WS-FS-OWNERS NOT = "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ owner-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF WS-OWN-COUNT >= WS-OWN-MAX
                        ADD 1 TO WS-OWN-DROPPED
                    ELSE
                        ADD 1 TO WS-OWN-COUNT
                        MOVE WS-OWN-COUNT TO WS-OWN-FOUND
                        PERFORM A0260-SET-OWNER-ENTRY
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE owner-file.
            EXIT.
      *-----------------------------------------------------------------
      *   owner-rec into WS-OWN-ENTRY(WS-OWN-FOUND), the missing
      *   parts of the profile filled with the defaults.
       A0260-SET-OWNER-ENTRY.
            MOVE own-id TO WS-OWN-ID(WS-OWN-FOUND).
            MOVE own-name TO WS-OWN-NAME(WS-OWN-FOUND).
            MOVE own-dept TO WS-OWN-DEPT(WS-OWN-FOUND).
            IF own-dept = SPACES
                MOVE "SIN DEPARTAMENTO" TO WS-OWN-DEPT(WS-OWN-FOUND)
            END-IF.
            MOVE own-active TO WS-OWN-ACTIVE(WS-OWN-FOUND).
            IF own-work-end = ZERO
                MOVE WS-DEFAULT-START TO WS-OWN-START(WS-OWN-FOUND)
                MOVE WS-DEFAULT-END TO WS-OWN-END(WS-OWN-FOUND)
            ELSE
                MOVE own-work-start TO WS-PROF-HHMM
                COMPUTE WS-OWN-START(WS-OWN-FOUND) =
                    WS-PROF-HH * 60 + WS-PROF-MN
                MOVE own-work-end TO WS-PROF-HHMM
                COMPUTE WS-OWN-END(WS-OWN-FOUND) =
                    WS-PROF-HH * 60 + WS-PROF-MN
            END-IF.
            MOVE own-work-days TO WS-OWN-DAYS(WS-OWN-FOUND).
            IF own-work-days = SPACES
                MOVE "SSSSSNN" TO WS-OWN-DAYS(WS-OWN-FOUND)
            END-IF.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
                MOVE ZERO TO WS-OWN-BOOKED(WS-OWN-FOUND, WS-WK)
                MOVE ZERO TO WS-OWN-AVAIL(WS-OWN-FOUND, WS-WK)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass in key order; an owner break looks the owner up
      *   once, and only records inside the horizon count.
       A0300-SCAN-APPOINTMENTS.
            MOVE "N" TO WS-EOF-SW.
            MOVE SPACES TO WS-CUR-OWNER.
            MOVE ZERO TO WS-OWN-FOUND.
            READ appt-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF rec-owner NOT = WS-CUR-OWNER
                    MOVE rec-owner TO WS-CUR-OWNER
                    PERFORM A0320-FIND-OWNER
                END-IF
                COMPUTE WS-REC-YMD = rec-year * 10000
                    + rec-month * 100 + rec-day
                COMPUTE WS-REC-INT =
                    FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
                IF WS-OWN-FOUND > ZERO
                   AND WS-REC-INT >= WS-MONDAY-INT
                   AND WS-REC-INT < WS-END-INT
                    COMPUTE WS-WK =
                        (WS-REC-INT - WS-MONDAY-INT) / 7 + 1
                    IF rec-duration = ZERO
                        ADD 60 TO WS-OWN-BOOKED(WS-OWN-FOUND, WS-WK)
                    ELSE
                        ADD rec-duration
                            TO WS-OWN-BOOKED(WS-OWN-FOUND, WS-WK)
                    END-IF
                    ADD 1 TO WS-APPTS-COUNTED
                END-IF
                READ appt-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   A calendar the master does not know is reported under SIN
      *   MAESTRO on the default profile.
       A0320-FIND-OWNER.
            MOVE ZERO TO WS-OWN-FOUND.
            PERFORM VARYING WS-OWN-I FROM 1 BY 1
                    UNTIL WS-OWN-I > WS-OWN-COUNT
                    OR WS-OWN-FOUND NOT = ZERO
                IF WS-OWN-ID(WS-OWN-I) = WS-CUR-OWNER
                    MOVE WS-OWN-I TO WS-OWN-FOUND
                END-IF
            END-PERFORM.
            IF WS-OWN-FOUND NOT = ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-OWN-COUNT >= WS-OWN-MAX
                ADD 1 TO WS-OWN-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OWN-COUNT.
            MOVE WS-OWN-COUNT TO WS-OWN-FOUND.
            MOVE SPACES TO owner-rec.
            MOVE WS-CUR-OWNER TO own-id.
            MOVE "(no esta en el maestro de duenos)" TO own-name.
            MOVE "SIN MAESTRO" TO own-dept.
            MOVE "A" TO own-active.
            MOVE ZERO TO own-work-start own-work-end.
            PERFORM A0260-SET-OWNER-ENTRY.
            EXIT.
      *-----------------------------------------------------------------
      *   One owner's section.  A retired owner, or a calendar off
      *   the master, with nothing booked in the horizon is left
      *   out, of the roll-up as well.
       A0400-WRITE-OWNER.
            PERFORM A0420-COMPUTE-AVAILABLE.
            MOVE ZERO TO WS-BOOKED.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
                ADD WS-OWN-BOOKED(WS-OWN-I, WS-WK) TO WS-BOOKED
            END-PERFORM.
            IF WS-BOOKED = ZERO
               AND (WS-OWN-ACTIVE(WS-OWN-I) = "I"
                    OR WS-OWN-DEPT(WS-OWN-I) = "SIN MAESTRO")
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OWNERS-LISTED.
            MOVE "N" TO WS-OWN-FLAG-SW.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Dueno: " WS-OWN-ID(WS-OWN-I) " "
                WS-OWN-NAME(WS-OWN-I) "  depto: "
                WS-OWN-DEPT(WS-OWN-I)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            IF WS-OWN-ACTIVE(WS-OWN-I) = "I"
                MOVE "(retirado)" TO WS-REPORT-LINE(80:10)
            END-IF.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
                MOVE WS-OWN-BOOKED(WS-OWN-I, WS-WK) TO WS-BOOKED
                MOVE WS-OWN-AVAIL(WS-OWN-I, WS-WK) TO WS-AVAIL
                PERFORM A0500-FORMAT-FIGURES
                IF WS-FLAG NOT = SPACES
                    MOVE "Y" TO WS-OWN-FLAG-SW
                END-IF
                COMPUTE WS-DAY-YMD = FUNCTION DATE-OF-INTEGER
                    (WS-MONDAY-INT + (WS-WK - 1) * 7)
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " WS-DAY-YMD(7:2) "/" WS-DAY-YMD(5:2) "/"
                    WS-DAY-YMD(1:4) "   " WS-BOOKED-DISP " h  "
                    WS-AVAIL-DISP " h  " WS-PCT-DISP "%  "
                    WS-FREE-DISP " h  " WS-FLAG
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-PERFORM.
            IF WS-OWNER-IS-FLAGGED
                ADD 1 TO WS-OWNERS-FLAGGED
            END-IF.
            PERFORM A0450-ADD-TO-DEPARTMENT.
            EXIT.
      *-----------------------------------------------------------------
      *   Day by day through the horizon: a working weekday that is
      *   not a holiday adds the owner's whole day.
       A0420-COMPUTE-AVAILABLE.
            PERFORM VARYING WS-D FROM 0 BY 1
                    UNTIL WS-D >= WS-WEEKS * 7
                COMPUTE WS-DAY-INT = WS-MONDAY-INT + WS-D
                COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7)
                IF WS-OWN-DAYS(WS-OWN-I)(WS-DOW + 1:1) NOT = "N"
                    COMPUTE WS-DAY-YMD =
                        FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    PERFORM A0430-CHECK-HOLIDAY
                    IF NOT WS-DAY-IS-HOLIDAY
                        COMPUTE WS-WK = WS-D / 7 + 1
                        COMPUTE WS-OWN-AVAIL(WS-OWN-I, WS-WK) =
                            WS-OWN-AVAIL(WS-OWN-I, WS-WK)
                            + WS-OWN-END(WS-OWN-I)
                            - WS-OWN-START(WS-OWN-I)
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0430-CHECK-HOLIDAY.
            MOVE "N" TO WS-HOL-SW.
            PERFORM VARYING WS-HOL-I FROM 1 BY 1
                    UNTIL WS-HOL-I > WS-HOL-COUNT
                IF WS-HOL-YMD(WS-HOL-I) = WS-DAY-YMD
                    MOVE "Y" TO WS-HOL-SW
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The owner's weeks into the department's, the department
      *   slotted in name order the first time it is seen.
       A0450-ADD-TO-DEPARTMENT.
            MOVE ZERO TO WS-DEP-FOUND.
            PERFORM VARYING WS-DEP-I FROM 1 BY 1
                    UNTIL WS-DEP-I > WS-DEP-COUNT
                    OR WS-DEP-FOUND NOT = ZERO
                IF WS-DEP-NAME(WS-DEP-I) = WS-OWN-DEPT(WS-OWN-I)
                    MOVE WS-DEP-I TO WS-DEP-FOUND
                END-IF
            END-PERFORM.
            IF WS-DEP-FOUND = ZERO
                IF WS-DEP-COUNT >= WS-DEP-MAX
                    ADD 1 TO WS-DEP-DROPPED
                    EXIT PARAGRAPH
                END-IF
                PERFORM A0460-INSERT-DEPARTMENT
            END-IF.
            ADD 1 TO WS-DEP-OWNERS(WS-DEP-FOUND).
            IF WS-OWNER-IS-FLAGGED
                ADD 1 TO WS-DEP-FLAGGED(WS-DEP-FOUND)
            END-IF.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
                ADD WS-OWN-BOOKED(WS-OWN-I, WS-WK)
                    TO WS-DEP-BOOKED(WS-DEP-FOUND, WS-WK)
                ADD WS-OWN-AVAIL(WS-OWN-I, WS-WK)
                    TO WS-DEP-AVAIL(WS-DEP-FOUND, WS-WK)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0460-INSERT-DEPARTMENT.
            ADD 1 TO WS-DEP-COUNT.
            MOVE WS-DEP-COUNT TO WS-DEP-J.
            PERFORM UNTIL WS-DEP-J = 1
                    OR WS-DEP-NAME(WS-DEP-J - 1) < WS-OWN-DEPT(WS-OWN-I)
                MOVE WS-DEP-ENTRY(WS-DEP-J - 1) TO WS-DEP-HOLD
                MOVE WS-DEP-HOLD TO WS-DEP-ENTRY(WS-DEP-J)
                SUBTRACT 1 FROM WS-DEP-J
            END-PERFORM.
            MOVE WS-DEP-J TO WS-DEP-FOUND.
            MOVE WS-OWN-DEPT(WS-OWN-I) TO WS-DEP-NAME(WS-DEP-FOUND).
            MOVE ZERO TO WS-DEP-OWNERS(WS-DEP-FOUND)
                WS-DEP-FLAGGED(WS-DEP-FOUND).
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
                MOVE ZERO TO WS-DEP-BOOKED(WS-DEP-FOUND, WS-WK)
                MOVE ZERO TO WS-DEP-AVAIL(WS-DEP-FOUND, WS-WK)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-BOOKED and WS-AVAIL (minutes) into hours, percent, free
      *   hours and the flag.  Nothing available and nothing booked
      *   is simply zero; something booked on no available time is
      *   past any threshold.
       A0500-FORMAT-FIGURES.
            MOVE SPACES TO WS-FLAG.
            IF WS-AVAIL = ZERO
                MOVE ZERO TO WS-PCT
                IF WS-BOOKED > ZERO
                    MOVE 999 TO WS-PCT
                END-IF
            ELSE
                COMPUTE WS-PCT ROUNDED = WS-BOOKED * 100 / WS-AVAIL
            END-IF.
            MOVE WS-PCT TO WS-PCT-DISP.
            IF WS-PCT >= WS-THRESHOLD AND WS-BOOKED > ZERO
                MOVE "SOBRE UMBRAL" TO WS-FLAG
            END-IF.
            IF WS-BOOKED < WS-AVAIL
                COMPUTE WS-FREE = WS-AVAIL - WS-BOOKED
            ELSE
                MOVE ZERO TO WS-FREE
            END-IF.
            COMPUTE WS-HRS ROUNDED = WS-BOOKED / 60.
            MOVE WS-HRS TO WS-HRS-DISP.
            MOVE WS-HRS-DISP TO WS-BOOKED-DISP.
            COMPUTE WS-HRS ROUNDED = WS-AVAIL / 60.
            MOVE WS-HRS TO WS-HRS-DISP.
            MOVE WS-HRS-DISP TO WS-AVAIL-DISP.
            COMPUTE WS-HRS ROUNDED = WS-FREE / 60.
            MOVE WS-HRS TO WS-HRS-DISP.
            MOVE WS-HRS-DISP TO WS-FREE-DISP.
            EXIT.
      *-----------------------------------------------------------------
      *   The roll-up: each department's whole horizon on one line,
      *   then its utilization week by week.
       A0600-WRITE-DEPARTMENTS.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "Resumen por departamento" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "  departamento          duenos sobre  reservadas"
                & "  disponibles    uso     libres" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-DEP-I FROM 1 BY 1
                    UNTIL WS-DEP-I > WS-DEP-COUNT
                PERFORM A0650-WRITE-ONE-DEPARTMENT
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0650-WRITE-ONE-DEPARTMENT.
            MOVE ZERO TO WS-BOOKED WS-AVAIL.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
                ADD WS-DEP-BOOKED(WS-DEP-I, WS-WK) TO WS-BOOKED
                ADD WS-DEP-AVAIL(WS-DEP-I, WS-WK) TO WS-AVAIL
            END-PERFORM.
            PERFORM A0500-FORMAT-FIGURES.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-DEP-NAME(WS-DEP-I) "  "
                WS-DEP-OWNERS(WS-DEP-I) "   " WS-DEP-FLAGGED(WS-DEP-I)
                "  " WS-BOOKED-DISP " h  " WS-AVAIL-DISP " h  "
                WS-PCT-DISP "%  " WS-FREE-DISP " h  " WS-FLAG
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE 1 TO WS-LINE-PTR.
            STRING "      uso por semana:" DELIMITED BY SIZE
                INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
            END-STRING.
            PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WS-WEEKS
                MOVE WS-DEP-BOOKED(WS-DEP-I, WS-WK) TO WS-BOOKED
                MOVE WS-DEP-AVAIL(WS-DEP-I, WS-WK) TO WS-AVAIL
                PERFORM A0500-FORMAT-FIGURES
                STRING " " WS-PCT-DISP "%" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
            END-PERFORM.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Duenos listados: " WS-OWNERS-LISTED
                "  sobre el umbral alguna semana: " WS-OWNERS-FLAGGED
                "  citas contadas: " WS-APPTS-COUNTED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            IF WS-OWN-DROPPED > ZERO OR WS-DEP-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Aviso: " WS-OWN-DROPPED " duenos y "
                    WS-DEP-DROPPED " departamentos fuera del reporte "
                    "(tablas llenas)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0800-SPOOL-ONE-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
       A0900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
       END PROGRAM appt-capacity.
