      ******************************************************************
      * APPT-SURVEY-RPT
      * Monthly visit satisfaction report.  For one month
      * (APPT_SURVEY_PERIOD, AAAAMM; default the month that just
      * ended, as in the CLOSE job) it takes every visit the
      * check-in desk marked attended -- (A)sistio or (W) sin cita --
      * and looks up its survey card by reference number in the
      * survey file (cpy/survey-rec).  Three summaries follow, by
      * owner, by department (the owner's own-dept) and by
      * appointment type: attended visits, cards returned, response
      * rate against the attended visits, and the average score.
      * Cards at or below the low-score mark (APPT_SURVEY_LOW, 1-4;
      * default 2) are then listed one by one with the comment in
      * full, so supervisors can call the visitor back.  Output goes
      * through the shared print-spool subprogram; runs in the
      * nightly stream on the month-end night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-survey-rpt.
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

            SELECT survey-file
                ASSIGN TO DYNAMIC WS-SURVEY-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS survey-key OF survey-rec
                FILE STATUS IS WS-FS-SURVEY.

            SELECT owner-file
                ASSIGN TO DYNAMIC WS-OWNERS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS owner-key OF owner-rec
                FILE STATUS IS WS-FS-OWNERS.
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

       FD survey-file.
        01 survey-rec.
           COPY "cpy/survey-rec".

       FD owner-file.
        01 owner-rec.
           COPY "cpy/owner-rec".
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
       77 WS-SURVEY-PATH        PIC X(255) VALUE SPACES.
       77 WS-OWNERS-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02" "10".
       77 WS-FS-SURVEY          PIC X(02) VALUE "00".
       77 WS-FS-OWNERS          PIC X(02) VALUE "00".
       77 WS-EOF-APPT           PIC X(01) VALUE "N".
        88 EOF-appt-file        VALUE "Y".
      *   no survey file yet means no cards: every visit counts as
      *   attended and unanswered; no owner master leaves the
      *   department unknown
       77 WS-SURVEY-OPEN        PIC X(01) VALUE "N".
        88 WS-SURVEY-IS-OPEN    VALUE "Y".
       77 WS-OWNERS-OPEN        PIC X(01) VALUE "N".
        88 WS-OWNERS-ARE-OPEN   VALUE "Y".
      *   the month and the low-score mark
       77 WS-PERIOD             PIC X(06) VALUE SPACES.
       77 WS-PERIOD-TXT         PIC X(06) VALUE SPACES.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-YMD                PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-REC-PERIOD         PIC X(06) VALUE SPACES.
       77 WS-LOW-TXT            PIC X(01) VALUE SPACE.
       77 WS-LOW-MARK           PIC 9(01) VALUE 2.
      *   the visit being counted
       77 WS-CUR-OWNER          PIC X(08) VALUE SPACES.
       77 WS-CUR-DEPT           PIC X(20) VALUE SPACES.
       77 WS-CUR-TYPE           PIC X(04) VALUE SPACES.
       77 WS-HAS-CARD           PIC X(01) VALUE "N".
        88 WS-CARD-FOUND        VALUE "Y".
      *   one summary table each for owners, departments and types;
      *   the same row shape so one paragraph tallies and prints all
      *   three
       77 WS-OWN-MAX            PIC 9(03) COMP VALUE 300.
       77 WS-OWN-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 300 TIMES.
               10 WS-OWN-NAME       PIC X(20).
               10 WS-OWN-ATTENDED   PIC 9(05).
               10 WS-OWN-ANSWERED   PIC 9(05).
               10 WS-OWN-SCORES     PIC 9(07).
       77 WS-DEP-MAX            PIC 9(03) COMP VALUE 60.
       77 WS-DEP-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 60 TIMES.
               10 WS-DEP-NAME       PIC X(20).
               10 WS-DEP-ATTENDED   PIC 9(05).
               10 WS-DEP-ANSWERED   PIC 9(05).
               10 WS-DEP-SCORES     PIC 9(07).
       77 WS-TYP-MAX            PIC 9(03) COMP VALUE 60.
       77 WS-TYP-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-TYP-TABLE.
           05 WS-TYP-ENTRY OCCURS 60 TIMES.
               10 WS-TYP-NAME       PIC X(20).
               10 WS-TYP-ATTENDED   PIC 9(05).
               10 WS-TYP-ANSWERED   PIC 9(05).
               10 WS-TYP-SCORES     PIC 9(07).
      *   the row being tallied or printed, copied in and out of
      *   whichever table is at hand
       01 WS-ROW.
           05 WS-ROW-NAME           PIC X(20).
           05 WS-ROW-ATTENDED       PIC 9(05).
           05 WS-ROW-ANSWERED       PIC 9(05).
           05 WS-ROW-SCORES         PIC 9(07).
       01 WS-SWAP-ROW           PIC X(37) VALUE SPACES.
       77 WS-I                  PIC 9(03) COMP VALUE ZERO.
       77 WS-J                  PIC 9(03) COMP VALUE ZERO.
       77 WS-FOUND              PIC 9(03) COMP VALUE ZERO.
       77 WS-DROPPED            PIC 9(05) VALUE ZERO.
      *   low-score cards, kept in visit order for the closing list
       77 WS-LOW-MAX            PIC 9(03) COMP VALUE 300.
       77 WS-LOW-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-LOW-TABLE.
           05 WS-LOW-ENTRY OCCURS 300 TIMES.
               10 WS-LOW-REFNUM     PIC 9(06).
               10 WS-LOW-DATE       PIC 9(08).
               10 WS-LOW-OWNER      PIC X(08).
               10 WS-LOW-DEPT       PIC X(20).
               10 WS-LOW-TYPE       PIC X(04).
               10 WS-LOW-SCORE      PIC 9(01).
               10 WS-LOW-ATTENDEE   PIC X(50).
               10 WS-LOW-COMMENT    PIC X(60).
       77 WS-LOW-DROPPED        PIC 9(05) VALUE ZERO.
       77 WS-LOW-SHOWN          PIC 9(03) VALUE ZERO.
      *   printing
       77 WS-SECTION-TITLE      PIC X(20) VALUE SPACES.
       77 WS-RATE               PIC 9(03) VALUE ZERO.
       77 WS-RATE-DISP          PIC ZZ9 VALUE ZERO.
       77 WS-AVG                PIC 9V99 VALUE ZERO.
       77 WS-AVG-DISP           PIC 9.99 VALUE ZERO.
       77 WS-CNT-DISP           PIC ZZZZ9 VALUE ZERO.
       77 WS-ANS-DISP           PIC ZZZZ9 VALUE ZERO.
       77 WS-LINE-PTR           PIC 9(03) VALUE 1.
      *   totals for the closing lines
       77 WS-TOT-ATTENDED       PIC 9(05) VALUE ZERO.
       77 WS-TOT-ANSWERED       PIC 9(05) VALUE ZERO.
       77 WS-TOT-SCORES         PIC 9(07) VALUE ZERO.
       77 WS-NO-REFNUM          PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-survey-rpt" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-SURVEY-PATH FROM ENVIRONMENT "APPT_SURVEY_FILE".
            IF WS-SURVEY-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-SURVEYS TO WS-SURVEY-PATH
            END-IF.
            ACCEPT WS-OWNERS-PATH FROM ENVIRONMENT "APPT_OWNERS_FILE".
            IF WS-OWNERS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-OWNERS TO WS-OWNERS-PATH
            END-IF.
            PERFORM A0150-SET-PERIOD.
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
            OPEN INPUT survey-file.
            IF WS-FS-SURVEY = "00"
                MOVE "Y" TO WS-SURVEY-OPEN
            END-IF.
            OPEN INPUT owner-file.
            IF WS-FS-OWNERS = "00"
                MOVE "Y" TO WS-OWNERS-OPEN
            END-IF.
            PERFORM A0200-SCAN-APPOINTMENTS.
            CLOSE appt-file.
            IF WS-SURVEY-IS-OPEN
                CLOSE survey-file
            END-IF.
            IF WS-OWNERS-ARE-OPEN
                CLOSE owner-file
            END-IF.
            SET lk-spool-op-open TO TRUE.
            MOVE "encuestas-mes" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Encuestas de satisfaccion, periodo "
                WS-PERIOD(5:2) "/" WS-PERIOD(1:4)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM A0500-WRITE-SUMMARIES.
            PERFORM A0600-WRITE-LOW-SCORES.
            PERFORM A0700-WRITE-TOTALS.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Reporte de encuestas enviado al spool.".
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A0150-SET-PERIOD.
            ACCEPT WS-PERIOD-TXT FROM ENVIRONMENT "APPT_SURVEY_PERIOD".
            IF WS-PERIOD-TXT = SPACES
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
            ELSE
                IF WS-PERIOD-TXT IS NOT NUMERIC
                   OR WS-PERIOD-TXT(5:2) < "01"
                   OR WS-PERIOD-TXT(5:2) > "12"
                    DISPLAY "APPT_SURVEY_PERIOD invalido: "
                        WS-PERIOD-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-PERIOD-TXT TO WS-PERIOD
            END-IF.
            ACCEPT WS-LOW-TXT FROM ENVIRONMENT "APPT_SURVEY_LOW".
            IF WS-LOW-TXT >= "1" AND WS-LOW-TXT <= "4"
                MOVE WS-LOW-TXT TO WS-LOW-MARK
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass in key order; the owner's department is looked up
      *   once per owner break.
       A0200-SCAN-APPOINTMENTS.
            READ appt-file
                AT END SET EOF-appt-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-appt-file
                IF rec-owner NOT = WS-CUR-OWNER
                    MOVE rec-owner TO WS-CUR-OWNER
                    PERFORM A0250-FIND-DEPT
                END-IF
                MOVE SPACES TO WS-REC-PERIOD
                STRING rec-year rec-month
                    DELIMITED BY SIZE INTO WS-REC-PERIOD
                END-STRING
                IF WS-REC-PERIOD = WS-PERIOD
                   AND (rec-outcome = "A" OR rec-outcome = "W")
                    PERFORM A0300-COUNT-ONE-VISIT
                END-IF
                READ appt-file
                    AT END SET EOF-appt-file TO TRUE
                END-READ
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0250-FIND-DEPT.
            MOVE "(SIN DEPARTAMENTO)" TO WS-CUR-DEPT.
            IF WS-OWNERS-ARE-OPEN
                MOVE WS-CUR-OWNER TO own-id
                READ owner-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF own-dept NOT = SPACES
                            MOVE own-dept TO WS-CUR-DEPT
                        END-IF
                END-READ
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   An attended visit counts in all three summaries whether or
      *   not a card came back; a visit with no reference number
      *   cannot carry a card and is counted apart.
       A0300-COUNT-ONE-VISIT.
            MOVE "N" TO WS-HAS-CARD.
            IF rec-refnum = ZERO
                ADD 1 TO WS-NO-REFNUM
            ELSE
                IF WS-SURVEY-IS-OPEN
                    MOVE rec-refnum TO sv-refnum
                    READ survey-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "Y" TO WS-HAS-CARD
                    END-READ
                END-IF
            END-IF.
            ADD 1 TO WS-TOT-ATTENDED.
            IF WS-CARD-FOUND
                ADD 1 TO WS-TOT-ANSWERED
                ADD sv-score TO WS-TOT-SCORES
                IF sv-score <= WS-LOW-MARK
                    PERFORM A0350-KEEP-LOW-SCORE
                END-IF
            END-IF.
            MOVE rec-type TO WS-CUR-TYPE.
            IF WS-CUR-TYPE = SPACES
                MOVE "----" TO WS-CUR-TYPE
            END-IF.
      *     owner row
            MOVE ZERO TO WS-FOUND.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-OWN-COUNT OR WS-FOUND NOT = ZERO
                IF WS-OWN-NAME(WS-I) = WS-CUR-OWNER
                    MOVE WS-I TO WS-FOUND
                END-IF
            END-PERFORM.
            IF WS-FOUND = ZERO
                IF WS-OWN-COUNT >= WS-OWN-MAX
                    ADD 1 TO WS-DROPPED
                ELSE
                    ADD 1 TO WS-OWN-COUNT
                    MOVE WS-OWN-COUNT TO WS-FOUND
                    MOVE WS-CUR-OWNER TO WS-OWN-NAME(WS-FOUND)
                    MOVE ZERO TO WS-OWN-ATTENDED(WS-FOUND)
                        WS-OWN-ANSWERED(WS-FOUND)
                        WS-OWN-SCORES(WS-FOUND)
                END-IF
            END-IF.
            IF WS-FOUND NOT = ZERO
                MOVE WS-OWN-ENTRY(WS-FOUND) TO WS-ROW
                PERFORM A0400-TALLY-ROW
                MOVE WS-ROW TO WS-OWN-ENTRY(WS-FOUND)
            END-IF.
      *     department row
            MOVE ZERO TO WS-FOUND.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-DEP-COUNT OR WS-FOUND NOT = ZERO
                IF WS-DEP-NAME(WS-I) = WS-CUR-DEPT
                    MOVE WS-I TO WS-FOUND
                END-IF
            END-PERFORM.
            IF WS-FOUND = ZERO
                IF WS-DEP-COUNT >= WS-DEP-MAX
                    ADD 1 TO WS-DROPPED
                ELSE
                    ADD 1 TO WS-DEP-COUNT
                    MOVE WS-DEP-COUNT TO WS-FOUND
                    MOVE WS-CUR-DEPT TO WS-DEP-NAME(WS-FOUND)
                    MOVE ZERO TO WS-DEP-ATTENDED(WS-FOUND)
                        WS-DEP-ANSWERED(WS-FOUND)
                        WS-DEP-SCORES(WS-FOUND)
                END-IF
            END-IF.
            IF WS-FOUND NOT = ZERO
                MOVE WS-DEP-ENTRY(WS-FOUND) TO WS-ROW
                PERFORM A0400-TALLY-ROW
                MOVE WS-ROW TO WS-DEP-ENTRY(WS-FOUND)
            END-IF.
      *     type row
            MOVE ZERO TO WS-FOUND.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TYP-COUNT OR WS-FOUND NOT = ZERO
                IF WS-TYP-NAME(WS-I) = WS-CUR-TYPE
                    MOVE WS-I TO WS-FOUND
                END-IF
            END-PERFORM.
            IF WS-FOUND = ZERO
                IF WS-TYP-COUNT >= WS-TYP-MAX
                    ADD 1 TO WS-DROPPED
                ELSE
                    ADD 1 TO WS-TYP-COUNT
                    MOVE WS-TYP-COUNT TO WS-FOUND
                    MOVE WS-CUR-TYPE TO WS-TYP-NAME(WS-FOUND)
                    MOVE ZERO TO WS-TYP-ATTENDED(WS-FOUND)
                        WS-TYP-ANSWERED(WS-FOUND)
                        WS-TYP-SCORES(WS-FOUND)
                END-IF
            END-IF.
            IF WS-FOUND NOT = ZERO
                MOVE WS-TYP-ENTRY(WS-FOUND) TO WS-ROW
                PERFORM A0400-TALLY-ROW
                MOVE WS-ROW TO WS-TYP-ENTRY(WS-FOUND)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0350-KEEP-LOW-SCORE.
            IF WS-LOW-COUNT >= WS-LOW-MAX
                ADD 1 TO WS-LOW-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LOW-COUNT.
            MOVE rec-refnum TO WS-LOW-REFNUM(WS-LOW-COUNT).
            COMPUTE WS-LOW-DATE(WS-LOW-COUNT) = rec-year * 10000
                + rec-month * 100 + rec-day.
            MOVE rec-owner TO WS-LOW-OWNER(WS-LOW-COUNT).
            MOVE WS-CUR-DEPT TO WS-LOW-DEPT(WS-LOW-COUNT).
            MOVE rec-type TO WS-LOW-TYPE(WS-LOW-COUNT).
            MOVE sv-score TO WS-LOW-SCORE(WS-LOW-COUNT).
            MOVE rec-attendee TO WS-LOW-ATTENDEE(WS-LOW-COUNT).
            MOVE sv-comment TO WS-LOW-COMMENT(WS-LOW-COUNT).
            EXIT.
      *-----------------------------------------------------------------
       A0400-TALLY-ROW.
            ADD 1 TO WS-ROW-ATTENDED.
            IF WS-CARD-FOUND
                ADD 1 TO WS-ROW-ANSWERED
                ADD sv-score TO WS-ROW-SCORES
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Each summary sorted by name with a straight neighbor swap;
      *   the tables are small.
       A0500-WRITE-SUMMARIES.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-OWN-COUNT
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-OWN-COUNT
                    IF WS-OWN-NAME(WS-J) > WS-OWN-NAME(WS-J + 1)
                        MOVE WS-OWN-ENTRY(WS-J) TO WS-SWAP-ROW
                        MOVE WS-OWN-ENTRY(WS-J + 1)
                            TO WS-OWN-ENTRY(WS-J)
                        MOVE WS-SWAP-ROW TO WS-OWN-ENTRY(WS-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE "Por calendario" TO WS-SECTION-TITLE.
            PERFORM A0510-WRITE-SECTION-HEADER.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OWN-COUNT
                MOVE WS-OWN-ENTRY(WS-I) TO WS-ROW
                PERFORM A0520-WRITE-ROW
            END-PERFORM.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-DEP-COUNT
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-DEP-COUNT
                    IF WS-DEP-NAME(WS-J) > WS-DEP-NAME(WS-J + 1)
                        MOVE WS-DEP-ENTRY(WS-J) TO WS-SWAP-ROW
                        MOVE WS-DEP-ENTRY(WS-J + 1)
                            TO WS-DEP-ENTRY(WS-J)
                        MOVE WS-SWAP-ROW TO WS-DEP-ENTRY(WS-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE "Por departamento" TO WS-SECTION-TITLE.
            PERFORM A0510-WRITE-SECTION-HEADER.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEP-COUNT
                MOVE WS-DEP-ENTRY(WS-I) TO WS-ROW
                PERFORM A0520-WRITE-ROW
            END-PERFORM.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TYP-COUNT
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-TYP-COUNT
                    IF WS-TYP-NAME(WS-J) > WS-TYP-NAME(WS-J + 1)
                        MOVE WS-TYP-ENTRY(WS-J) TO WS-SWAP-ROW
                        MOVE WS-TYP-ENTRY(WS-J + 1)
                            TO WS-TYP-ENTRY(WS-J)
                        MOVE WS-SWAP-ROW TO WS-TYP-ENTRY(WS-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE "Por tipo de cita" TO WS-SECTION-TITLE.
            PERFORM A0510-WRITE-SECTION-HEADER.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TYP-COUNT
                MOVE WS-TYP-ENTRY(WS-I) TO WS-ROW
                PERFORM A0520-WRITE-ROW
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0510-WRITE-SECTION-HEADER.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE WS-SECTION-TITLE TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "                        atendidas encuestas  tasa%"
                & "  promedio" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   Rate against attended visits; no average without a card.
       A0520-WRITE-ROW.
            MOVE WS-ROW-ATTENDED TO WS-CNT-DISP.
            MOVE WS-ROW-ANSWERED TO WS-ANS-DISP.
            MOVE ZERO TO WS-RATE.
            IF WS-ROW-ATTENDED > ZERO
                COMPUTE WS-RATE ROUNDED =
                    WS-ROW-ANSWERED * 100 / WS-ROW-ATTENDED
            END-IF.
            MOVE WS-RATE TO WS-RATE-DISP.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE 1 TO WS-LINE-PTR.
            STRING "  " WS-ROW-NAME "     " WS-CNT-DISP "     "
                WS-ANS-DISP "    " WS-RATE-DISP "%"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
            IF WS-ROW-ANSWERED = ZERO
                STRING "        --" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
            ELSE
                COMPUTE WS-AVG ROUNDED =
                    WS-ROW-SCORES / WS-ROW-ANSWERED
                MOVE WS-AVG TO WS-AVG-DISP
                STRING "      " WS-AVG-DISP DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
                END-STRING
            END-IF.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The follow-up list: the visit on one line, the visitor's
      *   comment in full on the next.
       A0600-WRITE-LOW-SCORES.
            MOVE WS-LOW-COUNT TO WS-LOW-SHOWN.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Puntajes de " WS-LOW-MARK " o menos, para "
                "seguimiento del supervisor: " WS-LOW-SHOWN
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LOW-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  #" WS-LOW-REFNUM(WS-I) " "
                    WS-LOW-DATE(WS-I)(7:2) "/"
                    WS-LOW-DATE(WS-I)(5:2) "/"
                    WS-LOW-DATE(WS-I)(1:4) " "
                    WS-LOW-OWNER(WS-I) " " WS-LOW-DEPT(WS-I) " "
                    WS-LOW-TYPE(WS-I) "  puntaje " WS-LOW-SCORE(WS-I)
                    "  " WS-LOW-ATTENDEE(WS-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
                MOVE SPACES TO WS-REPORT-LINE
                STRING "      " WS-LOW-COMMENT(WS-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-PERFORM.
            IF WS-LOW-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Aviso: " WS-LOW-DROPPED " puntajes bajos mas "
                    "no caben en la lista"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "TOTAL" TO WS-ROW-NAME.
            MOVE WS-TOT-ATTENDED TO WS-ROW-ATTENDED.
            MOVE WS-TOT-ANSWERED TO WS-ROW-ANSWERED.
            MOVE WS-TOT-SCORES TO WS-ROW-SCORES.
            PERFORM A0520-WRITE-ROW.
            IF WS-NO-REFNUM > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Visitas sin numero de referencia (no admiten "
                    "encuesta): " WS-NO-REFNUM
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            IF WS-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Aviso: " WS-DROPPED " conteos fuera de los "
                    "resumenes (tablas llenas)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            IF NOT WS-SURVEY-IS-OPEN
                MOVE "Aviso: sin archivo de encuestas" TO WS-REPORT-LINE
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
       END PROGRAM appt-survey-rpt.
