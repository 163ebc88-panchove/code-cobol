      ******************************************************************
      * APPT-QUOTA-RPT
      * Weekly daily-quota usage report: for one Monday-to-Sunday
      * week (APPT_QUOTA_WEEK, any AAAAMMDD inside it; default the
      * current week) it counts each owner's appointments per type
      * per day and sets them against the ceiling that applies --
      * the owner's own row in the quota table (cpy/quota-rec), or
      * else the type master's shop-wide quota.  Each owner/type
      * line shows the seven day counts, the peak day as a share of
      * the ceiling, how many days sat at the limit and how many
      * went over it (only a supervisor release or an entry that
      * predates the quota gets there), flagged CERCA from 80% up.
      * Types with no ceiling are listed with their counts only.
      * Output goes through the shared print-spool subprogram; runs
      * weekly in the nightly stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-quota-rpt.
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

            SELECT quota-file
                ASSIGN TO DYNAMIC WS-QUOTAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS quota-key OF quota-rec
                FILE STATUS IS WS-FS-QUOTAS.

            SELECT type-file
                ASSIGN TO DYNAMIC WS-TYPES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS type-key OF type-rec
                FILE STATUS IS WS-FS-TYPES.
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

       FD quota-file.
        01 quota-rec.
           COPY "cpy/quota-rec".

       FD type-file.
        01 type-rec.
           COPY "cpy/type-rec".
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
       77 WS-QUOTAS-PATH        PIC X(255) VALUE SPACES.
       77 WS-TYPES-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02" "10".
       77 WS-FS-QUOTAS          PIC X(02) VALUE "00".
       77 WS-FS-TYPES           PIC X(02) VALUE "00".
       77 WS-EOF-APPT           PIC X(01) VALUE "N".
        88 EOF-appt-file        VALUE "Y".
      *   either master may be missing: no quota row, no type row,
      *   and the line is reported without a ceiling
       77 WS-QUOTAS-OPEN        PIC X(01) VALUE "N".
        88 WS-QUOTAS-ARE-OPEN   VALUE "Y".
       77 WS-TYPES-OPEN         PIC X(01) VALUE "N".
        88 WS-TYPES-ARE-OPEN    VALUE "Y".
      *   the week: Monday and Sunday as AAAAMMDD
       77 WS-WEEK-TXT           PIC X(08) VALUE SPACES.
       77 WS-ANY-YMD            PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-MONDAY-INT         PIC 9(08) COMP VALUE ZERO.
       77 WS-MONDAY-YMD         PIC 9(08) VALUE ZERO.
       77 WS-SUNDAY-YMD         PIC 9(08) VALUE ZERO.
       77 WS-REC-YMD            PIC 9(08) VALUE ZERO.
       77 WS-DAY-NO             PIC 9(01) VALUE ZERO.
       77 WS-CUR-OWNER          PIC X(08) VALUE SPACES.
      *   one owner's types for the week, seven day counts each
       77 WS-TYP-MAX            PIC 99 COMP VALUE 30.
       77 WS-TYP-COUNT          PIC 99 COMP VALUE ZERO.
       01 WS-TYP-TABLE.
           05 WS-TYP-ENTRY OCCURS 30 TIMES.
               10 WS-TYP-CODE       PIC X(04).
               10 WS-TYP-DAY        PIC 9(03) OCCURS 7 TIMES.
       77 WS-TYP-I              PIC 99 COMP VALUE ZERO.
       77 WS-TYP-FOUND          PIC 99 COMP VALUE ZERO.
       77 WS-TYP-DROPPED        PIC 9(05) VALUE ZERO.
       77 WS-D                  PIC 9(01) VALUE ZERO.
       77 WS-LIMIT              PIC 9(02) VALUE ZERO.
       77 WS-PEAK               PIC 9(03) VALUE ZERO.
       77 WS-AT-LIMIT           PIC 9(01) VALUE ZERO.
       77 WS-OVER-LIMIT         PIC 9(01) VALUE ZERO.
       77 WS-PCT                PIC 9(05) VALUE ZERO.
       77 WS-PCT-DISP           PIC ZZZZ9 VALUE ZERO.
       77 WS-FLAG               PIC X(10) VALUE SPACES.
       77 WS-DAY-DISP           PIC ZZ9 VALUE ZERO.
       77 WS-LINE-PTR           PIC 9(03) VALUE 1.
      *   totals for the closing lines
       77 WS-OWNERS-SEEN        PIC 9(05) VALUE ZERO.
       77 WS-LINES-NEAR         PIC 9(05) VALUE ZERO.
       77 WS-LINES-AT           PIC 9(05) VALUE ZERO.
       77 WS-LINES-OVER         PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-quota-rpt" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-QUOTAS-PATH FROM ENVIRONMENT "APPT_QUOTAS_FILE".
            IF WS-QUOTAS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-QUOTAS TO WS-QUOTAS-PATH
            END-IF.
            ACCEPT WS-TYPES-PATH FROM ENVIRONMENT "APPT_TYPES_FILE".
            IF WS-TYPES-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-TYPES TO WS-TYPES-PATH
            END-IF.
            PERFORM A0150-SET-WEEK.
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
            OPEN INPUT quota-file.
            IF WS-FS-QUOTAS = "00"
                MOVE "Y" TO WS-QUOTAS-OPEN
            END-IF.
            OPEN INPUT type-file.
            IF WS-FS-TYPES = "00"
                MOVE "Y" TO WS-TYPES-OPEN
            END-IF.
            SET lk-spool-op-open TO TRUE.
            MOVE "cupos-semana" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Uso de cupos diarios por tipo, semana del "
                WS-MONDAY-YMD " al " WS-SUNDAY-YMD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "  tipo  cupo   lun mar mie jue vie sab dom   pico"
                & "   %cupo  al-limite excedido" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM A0200-SCAN-APPOINTMENTS.
            PERFORM A0700-WRITE-TOTALS.
            CLOSE appt-file.
            IF WS-QUOTAS-ARE-OPEN
                CLOSE quota-file
            END-IF.
            IF WS-TYPES-ARE-OPEN
                CLOSE type-file
            END-IF.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Reporte de cupos enviado al spool.".
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
      *   Monday of the week holding the given date: INTEGER-OF-DATE
      *   day 1 (1601-01-01) was a Monday.
       A0150-SET-WEEK.
            ACCEPT WS-WEEK-TXT FROM ENVIRONMENT "APPT_QUOTA_WEEK".
            IF WS-WEEK-TXT = SPACES
                ACCEPT WS-ANY-YMD FROM DATE YYYYMMDD
            ELSE
                IF WS-WEEK-TXT IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(WS-WEEK-TXT)) NOT = ZERO
                    DISPLAY "APPT_QUOTA_WEEK invalida: " WS-WEEK-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-WEEK-TXT TO WS-ANY-YMD
            END-IF.
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-ANY-YMD).
            COMPUTE WS-MONDAY-INT = WS-DATE-INT
                - FUNCTION MOD(WS-DATE-INT - 1, 7).
            COMPUTE WS-MONDAY-YMD =
                FUNCTION DATE-OF-INTEGER(WS-MONDAY-INT).
            COMPUTE WS-SUNDAY-YMD =
                FUNCTION DATE-OF-INTEGER(WS-MONDAY-INT + 6).
            EXIT.
      *-----------------------------------------------------------------
      *   One pass in key order: an owner break flushes the owner's
      *   type lines; only typed appointments inside the week count.
       A0200-SCAN-APPOINTMENTS.
            READ appt-file
                AT END SET EOF-appt-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-appt-file
                IF rec-owner NOT = WS-CUR-OWNER
                    IF WS-CUR-OWNER NOT = SPACES
                        PERFORM A0400-CLOSE-OWNER
                    END-IF
                    MOVE rec-owner TO WS-CUR-OWNER
                    MOVE ZERO TO WS-TYP-COUNT
                END-IF
                COMPUTE WS-REC-YMD = rec-year * 10000
                    + rec-month * 100 + rec-day
                IF rec-type NOT = SPACES
                   AND WS-REC-YMD >= WS-MONDAY-YMD
                   AND WS-REC-YMD <= WS-SUNDAY-YMD
                    PERFORM A0300-TALLY-ONE-APPT
                END-IF
                READ appt-file
                    AT END SET EOF-appt-file TO TRUE
                END-READ
            END-PERFORM.
            IF WS-CUR-OWNER NOT = SPACES
                PERFORM A0400-CLOSE-OWNER
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0300-TALLY-ONE-APPT.
            COMPUTE WS-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-REC-YMD)
                - WS-MONDAY-INT + 1.
            MOVE ZERO TO WS-TYP-FOUND.
            PERFORM VARYING WS-TYP-I FROM 1 BY 1
                    UNTIL WS-TYP-I > WS-TYP-COUNT
                    OR WS-TYP-FOUND NOT = ZERO
                IF WS-TYP-CODE(WS-TYP-I) = rec-type
                    MOVE WS-TYP-I TO WS-TYP-FOUND
                END-IF
            END-PERFORM.
            IF WS-TYP-FOUND = ZERO
                IF WS-TYP-COUNT >= WS-TYP-MAX
                    ADD 1 TO WS-TYP-DROPPED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TYP-COUNT
                MOVE WS-TYP-COUNT TO WS-TYP-FOUND
                MOVE rec-type TO WS-TYP-CODE(WS-TYP-FOUND)
                PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                    MOVE ZERO TO WS-TYP-DAY(WS-TYP-FOUND, WS-D)
                END-PERFORM
            END-IF.
            ADD 1 TO WS-TYP-DAY(WS-TYP-FOUND, WS-DAY-NO).
            EXIT.
      *-----------------------------------------------------------------
      *   The owner's section: one line per type seen this week.
       A0400-CLOSE-OWNER.
            IF WS-TYP-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OWNERS-SEEN.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Calendario: " WS-CUR-OWNER
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-TYP-I FROM 1 BY 1
                    UNTIL WS-TYP-I > WS-TYP-COUNT
                PERFORM A0500-WRITE-TYPE-LINE
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0500-WRITE-TYPE-LINE.
            PERFORM A0600-FIND-LIMIT.
            MOVE ZERO TO WS-PEAK WS-AT-LIMIT WS-OVER-LIMIT.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE 1 TO WS-LINE-PTR.
            STRING "  " WS-TYP-CODE(WS-TYP-I) "  "
                DELIMITED BY SIZE INTO WS-REPORT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
            IF WS-LIMIT = ZERO
                STRING "  -- " DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
            ELSE
                STRING "  " WS-LIMIT " " DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
            END-IF.
            PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                MOVE WS-TYP-DAY(WS-TYP-I, WS-D) TO WS-DAY-DISP
                STRING " " WS-DAY-DISP DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
                IF WS-TYP-DAY(WS-TYP-I, WS-D) > WS-PEAK
                    MOVE WS-TYP-DAY(WS-TYP-I, WS-D) TO WS-PEAK
                END-IF
                IF WS-LIMIT > ZERO
                    IF WS-TYP-DAY(WS-TYP-I, WS-D) = WS-LIMIT
                        ADD 1 TO WS-AT-LIMIT
                    END-IF
                    IF WS-TYP-DAY(WS-TYP-I, WS-D) > WS-LIMIT
                        ADD 1 TO WS-OVER-LIMIT
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-PEAK TO WS-DAY-DISP.
            STRING "    " WS-DAY-DISP DELIMITED BY SIZE
                INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
            END-STRING.
            IF WS-LIMIT = ZERO
                STRING "   sin cupo" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PCT = WS-PEAK * 100 / WS-LIMIT.
            MOVE WS-PCT TO WS-PCT-DISP.
            MOVE SPACES TO WS-FLAG.
            EVALUATE TRUE
                WHEN WS-OVER-LIMIT > ZERO
                    MOVE "EXCEDIDO" TO WS-FLAG
                    ADD 1 TO WS-LINES-OVER
                WHEN WS-AT-LIMIT > ZERO
                    MOVE "AL LIMITE" TO WS-FLAG
                    ADD 1 TO WS-LINES-AT
                WHEN WS-PCT >= 80
                    MOVE "CERCA" TO WS-FLAG
                    ADD 1 TO WS-LINES-NEAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            STRING "   " WS-PCT-DISP "%" "        " WS-AT-LIMIT
                "        " WS-OVER-LIMIT "   " WS-FLAG
                DELIMITED BY SIZE INTO WS-REPORT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The owner's own row wins over the type master's quota.
       A0600-FIND-LIMIT.
            MOVE ZERO TO WS-LIMIT.
            IF WS-QUOTAS-ARE-OPEN
                MOVE WS-CUR-OWNER TO qt-owner
                MOVE WS-TYP-CODE(WS-TYP-I) TO qt-type
                READ quota-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE qt-daily-limit TO WS-LIMIT
                        EXIT PARAGRAPH
                END-READ
            END-IF.
            IF WS-TYPES-ARE-OPEN
                MOVE WS-TYP-CODE(WS-TYP-I) TO type-code OF type-rec
                READ type-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE type-daily-quota OF type-rec TO WS-LIMIT
                END-READ
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Calendarios con citas tipificadas: " WS-OWNERS-SEEN
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Lineas excedidas: " WS-LINES-OVER
                "  al limite: " WS-LINES-AT
                "  cerca (80% o mas): " WS-LINES-NEAR
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            IF WS-TYP-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Aviso: " WS-TYP-DROPPED " citas fuera del "
                    "reporte (demasiados tipos para un calendario)"
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
       END PROGRAM appt-quota-rpt.
