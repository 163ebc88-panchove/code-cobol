      *
      * REGRESSION-TEST
      * Drives the shop's function library (harvesine/bearing from
      * cobol-gps, centerpos/lentrim/pad and the long-form dates
      * from cobol-test) and the name-split subprogram behind the
      * roster's surname fields against known input/output pairs
      * and reports PASS/FAIL for each, plus a final summary
      * count -- the interactive counterpart to
      * scripts/run-nightly.sh, which only checks that a program
      * compiles and runs, not that it still computes the right
      * answer.
           FUNCTION lentrim
           FUNCTION lentrim-utf8
           FUNCTION padleft
           FUNCTION padright
           FUNCTION weekday-name
           FUNCTION long-date
           FUNCTION long-datetime.
      ******************************************************************
      *
       DATA DIVISION.
       77 WS-FN-WIDTH           PIC 99  VALUE ZERO.
       77 WS-FN-PAD-WIDTH       PIC 999 VALUE ZERO.
       77 WS-FN-MESSAGE         PIC X(80) VALUE SPACES.
       77 WS-FN-DATE            PIC 9(08) VALUE ZERO.
       77 WS-FN-TIME            PIC 9(04) VALUE ZERO.
       77 WS-FN-LOCALE          PIC X(02) VALUE SPACES.
       01 WS-FN-LINES.
           05 WS-FN-LINE-ENTRY  PIC X(80) OCCURS 10 TIMES.
       01 WS-FN-LINE-COLS.
           05 WS-FN-LINE-COL    PIC 999 OCCURS 10 TIMES.
      *   name-split's parameters, at its LINKAGE pictures.
       77 WS-SPLIT-NAME         PIC X(50) VALUE SPACES.
       77 WS-SPLIT-GIVEN        PIC X(30) VALUE SPACES.
       77 WS-SPLIT-SURNAME-1    PIC X(25) VALUE SPACES.
       77 WS-SPLIT-SURNAME-2    PIC X(25) VALUE SPACES.
       77 WS-SPLIT-FLAG         PIC X(01) VALUE SPACE.
      ******************************************************************
      *
       PROCEDURE DIVISION.
            PERFORM A00450-TEST-CENTERPOS-LINES.
            PERFORM A00500-TEST-LENTRIM.
            PERFORM A00600-TEST-PAD.
            PERFORM A00700-TEST-NAME-SPLIT.
            PERFORM A00800-TEST-LONG-DATES.
            PERFORM A00900-SHOW-SUMMARY.
            PERFORM A00999-EXIT.
      *-----------------------------------------------------------------
            MOVE "AB" TO WS-EXPECT-TXT.
            MOVE "padright(10,   AB  ) trims to AB" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.
      *-----------------------------------------------------------------
       A00700-TEST-NAME-SPLIT.
      *   The parts come back as given|first|second|flag.
            MOVE "JUAN CARLOS RODRIGUEZ PEREZ" TO WS-SPLIT-NAME.
            PERFORM A00710-RUN-NAME-SPLIT.
            MOVE "JUAN CARLOS|RODRIGUEZ|PEREZ|P" TO WS-EXPECT-TXT.
            MOVE "name-split given names first" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE "MARIA DEL CARMEN DE LA FUENTE LOPEZ"
                TO WS-SPLIT-NAME.
            PERFORM A00710-RUN-NAME-SPLIT.
            MOVE "MARIA DEL CARMEN|DE LA FUENTE|LOPEZ|P"
                TO WS-EXPECT-TXT.
            MOVE "name-split particles join the next word"
                TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE "RODRIGUEZ PEREZ, ANA" TO WS-SPLIT-NAME.
            PERFORM A00710-RUN-NAME-SPLIT.
            MOVE "ANA|RODRIGUEZ|PEREZ|P" TO WS-EXPECT-TXT.
            MOVE "name-split surnames, given names" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE "YANETH" TO WS-SPLIT-NAME.
            PERFORM A00710-RUN-NAME-SPLIT.
            MOVE "YANETH|||R" TO WS-EXPECT-TXT.
            MOVE "name-split lone word goes to review" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.
      *-----------------------------------------------------------------
       A00710-RUN-NAME-SPLIT.
            CALL "name-split" USING WS-SPLIT-NAME, WS-SPLIT-GIVEN,
                WS-SPLIT-SURNAME-1, WS-SPLIT-SURNAME-2, WS-SPLIT-FLAG.
            MOVE SPACES TO WS-ACTUAL-TXT.
            STRING FUNCTION TRIM(WS-SPLIT-GIVEN) "|"
                FUNCTION TRIM(WS-SPLIT-SURNAME-1) "|"
                FUNCTION TRIM(WS-SPLIT-SURNAME-2) "|"
                WS-SPLIT-FLAG DELIMITED BY SIZE INTO WS-ACTUAL-TXT
            END-STRING.
      *-----------------------------------------------------------------
       A00800-TEST-LONG-DATES.
      *   One case per locale for each function, off the message
      *   catalog in data/messages.txt; 15/10/2026 was a Thursday.
            MOVE 20261015 TO WS-FN-DATE.
            MOVE 1530 TO WS-FN-TIME.
            MOVE "ES" TO WS-FN-LOCALE.
            MOVE FUNCTION weekday-name(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "jueves" TO WS-EXPECT-TXT.
            MOVE "weekday-name(20261015, ES)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE FUNCTION long-date(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "jueves 15 de octubre de 2026" TO WS-EXPECT-TXT.
            MOVE "long-date(20261015, ES)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE FUNCTION long-datetime(WS-FN-DATE, WS-FN-TIME,
                    WS-FN-LOCALE) TO WS-ACTUAL-TXT.
            MOVE "jueves 15 de octubre de 2026, 3:30 p.m."
                TO WS-EXPECT-TXT.
            MOVE "long-datetime(20261015, 1530, ES)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE "EN" TO WS-FN-LOCALE.
            MOVE FUNCTION weekday-name(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "Thursday" TO WS-EXPECT-TXT.
            MOVE "weekday-name(20261015, EN)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE FUNCTION long-date(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "Thursday, October 15, 2026" TO WS-EXPECT-TXT.
            MOVE "long-date(20261015, EN)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

      *   midnight is 12 on the 12-hour clock
            MOVE 0005 TO WS-FN-TIME.
            MOVE FUNCTION long-datetime(WS-FN-DATE, WS-FN-TIME,
                    WS-FN-LOCALE) TO WS-ACTUAL-TXT.
            MOVE "Thursday, October 15, 2026, 12:05 AM"
                TO WS-EXPECT-TXT.
            MOVE "long-datetime(20261015, 0005, EN)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE "PT" TO WS-FN-LOCALE.
            MOVE 20260301 TO WS-FN-DATE.
            MOVE FUNCTION weekday-name(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "domingo" TO WS-EXPECT-TXT.
            MOVE "weekday-name(20260301, PT)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE FUNCTION long-date(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE "domingo, 1 de marco de 2026" TO WS-EXPECT-TXT.
            MOVE "long-date(20260301, PT)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

            MOVE 1200 TO WS-FN-TIME.
            MOVE FUNCTION long-datetime(WS-FN-DATE, WS-FN-TIME,
                    WS-FN-LOCALE) TO WS-ACTUAL-TXT.
            MOVE "domingo, 1 de marco de 2026, 12:00 p.m."
                TO WS-EXPECT-TXT.
            MOVE "long-datetime(20260301, 1200, PT)" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.

      *   a date that does not exist comes back blank
            MOVE 20260230 TO WS-FN-DATE.
            MOVE FUNCTION long-date(WS-FN-DATE, WS-FN-LOCALE)
                TO WS-ACTUAL-TXT.
            MOVE SPACES TO WS-EXPECT-TXT.
            MOVE "long-date(20260230) invalid date" TO WS-CASE-DESC.
            PERFORM A00070-CHECK-TEXT-EXACT.
      *-----------------------------------------------------------------
       A00050-CHECK-NUMBER-CLOSE.
      *   Passes when the actual value is within WS-TOLERANCE of the
