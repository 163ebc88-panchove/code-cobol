      ******************************************************************
      *
      * Long-form localized dates for printed output, companions to
      * fun-centerpos and fun-pad in the same function library: the
      * weekday name, the long date ("jueves 15 de octubre de 2026")
      * and the long date-time with the 12-hour meridiem, for
      * anything that goes to the public instead of DD/MM/AAAA.
      *
      * Each takes an AAAAMMDD date and a locale (ES, EN, PT) and
      * builds its text from the message catalog through msg-lookup
      * -- the weekday names, the month names, the order of the
      * parts and the meridiem are all catalog lines, so a locale is
      * added by editing data/messages.txt.  A locale the catalog
      * does not carry reads in Spanish, and the Spanish text is
      * compiled in as the fallback when the catalog is missing.  An
      * invalid date comes back as spaces.
      *
      * The order of the parts is a pattern in which &W stands for
      * the weekday, &D the day, &M the month name, &Y the year, &F
      * the whole long date, &H the hour (1-12), &N the minutes and
      * &P the meridiem.
       IDENTIFICATION DIVISION.
       FUNCTION-ID. fun-weekday-name AS "weekday-name".
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY env-special-names.
       COPY env-repository.
      ******************************************************************
      *
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/messages".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *   msg-lookup's parameters, at its LINKAGE pictures
       77 ws-msg-code           PIC 9(02) VALUE ZERO.
       77 ws-msg-locale         PIC X(02) VALUE SPACES.
       77 ws-msg-text           PIC X(80) VALUE SPACES.
       77 ws-dow                PIC 9(01) VALUE ZERO.
       01 ws-day-names.
           05 ws-day-name       PIC X(15) OCCURS 7 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       77 param-date            PIC 9(08).
       77 param-locale          PIC X(02).
       77 return-weekday-name   PIC X(20).
      ******************************************************************
      *
       PROCEDURE DIVISION
            USING       param-date, param-locale
            RETURNING   return-weekday-name.
      *-----------------------------------------------------------------
            MOVE SPACES TO return-weekday-name.
            IF FUNCTION TEST-DATE-YYYYMMDD(param-date) NOT = ZERO
                EXIT FUNCTION
            END-IF.
      *> el dia 1 del calendario entero (01/01/1601) fue lunes
            COMPUTE ws-dow =
                FUNCTION MOD(FUNCTION INTEGER-OF-DATE(param-date), 7).
            MOVE MSG-CODE-WEEKDAYS TO ws-msg-code.
            MOVE param-locale TO ws-msg-locale.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "domingo lunes martes miercoles jueves viernes "
                    & "sabado" TO ws-msg-text
            END-IF.
            MOVE SPACES TO ws-day-names.
            UNSTRING ws-msg-text DELIMITED BY ALL SPACE
                INTO ws-day-name(1) ws-day-name(2) ws-day-name(3)
                     ws-day-name(4) ws-day-name(5) ws-day-name(6)
                     ws-day-name(7)
            END-UNSTRING.
            MOVE ws-day-name(ws-dow + 1) TO return-weekday-name.
            EXIT FUNCTION.
       END FUNCTION fun-weekday-name.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. fun-long-date AS "long-date".
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY env-special-names.
       COPY env-repository.
      ******************************************************************
      *
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/messages".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *   msg-lookup's parameters, at its LINKAGE pictures
       77 ws-msg-code           PIC 9(02) VALUE ZERO.
       77 ws-msg-locale         PIC X(02) VALUE SPACES.
       77 ws-msg-text           PIC X(80) VALUE SPACES.
       01 ws-date               PIC 9(08) VALUE ZERO.
       01 ws-date-split REDEFINES ws-date.
           05 ws-date-yyyy      PIC 9(04).
           05 ws-date-mm        PIC 9(02).
           05 ws-date-dd        PIC 9(02).
       01 ws-month-names.
           05 ws-month-name     PIC X(15) OCCURS 12 TIMES.
       77 ws-pattern            PIC X(80) VALUE SPACES.
       77 ws-weekday            PIC X(20) VALUE SPACES.
       77 ws-day-edit           PIC Z9    VALUE ZERO.
       77 ws-token              PIC X(20) VALUE SPACES.
       77 ws-pat-i              PIC 99    VALUE ZERO.
       77 ws-out-pos            PIC 99    VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       77 param-date            PIC 9(08).
       77 param-locale          PIC X(02).
       77 return-long-date      PIC X(60).
      ******************************************************************
      *
       PROCEDURE DIVISION
            USING       param-date, param-locale
            RETURNING   return-long-date.
      *-----------------------------------------------------------------
            MOVE SPACES TO return-long-date.
            IF FUNCTION TEST-DATE-YYYYMMDD(param-date) NOT = ZERO
                EXIT FUNCTION
            END-IF.
            MOVE param-date TO ws-date.
            MOVE FUNCTION weekday-name(param-date, param-locale)
                TO ws-weekday.
            MOVE ws-date-dd TO ws-day-edit.
            PERFORM 0100-LOAD-MONTH-NAMES.
            MOVE MSG-CODE-LONG-DATE TO ws-msg-code.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "&W &D de &M de &Y" TO ws-msg-text
            END-IF.
            MOVE ws-msg-text TO ws-pattern.
            MOVE 1 TO ws-out-pos.
            MOVE 1 TO ws-pat-i.
            PERFORM 0200-EXPAND-ONE-PART
                UNTIL ws-pat-i > 79
                   OR ws-pattern(ws-pat-i:) = SPACES.
            EXIT FUNCTION.
      *-----------------------------------------------------------------
      *   Months 1-6 and 7-12 are two catalog lines, since the twelve
      *   names do not fit one.
       0100-LOAD-MONTH-NAMES.
            MOVE SPACES TO ws-month-names.
            MOVE param-locale TO ws-msg-locale.
            MOVE MSG-CODE-MONTHS-1 TO ws-msg-code.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "enero febrero marzo abril mayo junio"
                    TO ws-msg-text
            END-IF.
            UNSTRING ws-msg-text DELIMITED BY ALL SPACE
                INTO ws-month-name(1) ws-month-name(2)
                     ws-month-name(3) ws-month-name(4)
                     ws-month-name(5) ws-month-name(6)
            END-UNSTRING.
            MOVE MSG-CODE-MONTHS-2 TO ws-msg-code.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "julio agosto septiembre octubre noviembre "
                    & "diciembre" TO ws-msg-text
            END-IF.
            UNSTRING ws-msg-text DELIMITED BY ALL SPACE
                INTO ws-month-name(7) ws-month-name(8)
                     ws-month-name(9) ws-month-name(10)
                     ws-month-name(11) ws-month-name(12)
            END-UNSTRING.
      *-----------------------------------------------------------------
      *   One character of the pattern, or one &-code and the part
      *   it stands for.
       0200-EXPAND-ONE-PART.
            MOVE SPACES TO ws-token.
            IF ws-pattern(ws-pat-i:1) = "&"
                EVALUATE ws-pattern(ws-pat-i + 1:1)
                    WHEN "W"
                        MOVE ws-weekday TO ws-token
                    WHEN "D"
                        MOVE FUNCTION TRIM(ws-day-edit) TO ws-token
                    WHEN "M"
                        MOVE ws-month-name(ws-date-mm) TO ws-token
                    WHEN "Y"
                        MOVE ws-date-yyyy TO ws-token
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF ws-token NOT = SPACES
                STRING FUNCTION TRIM(ws-token) DELIMITED BY SIZE
                    INTO return-long-date WITH POINTER ws-out-pos
                END-STRING
                ADD 2 TO ws-pat-i
            ELSE
                STRING ws-pattern(ws-pat-i:1) DELIMITED BY SIZE
                    INTO return-long-date WITH POINTER ws-out-pos
                END-STRING
                ADD 1 TO ws-pat-i
            END-IF.
       END FUNCTION fun-long-date.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. fun-long-datetime AS "long-datetime".
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY env-special-names.
       COPY env-repository.
      ******************************************************************
      *
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/messages".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *   msg-lookup's parameters, at its LINKAGE pictures
       77 ws-msg-code           PIC 9(02) VALUE ZERO.
       77 ws-msg-locale         PIC X(02) VALUE SPACES.
       77 ws-msg-text           PIC X(80) VALUE SPACES.
       01 ws-time               PIC 9(04) VALUE ZERO.
       01 ws-time-split REDEFINES ws-time.
           05 ws-time-hh        PIC 9(02).
           05 ws-time-mn        PIC 9(02).
       77 ws-hour-12            PIC 99    VALUE ZERO.
       77 ws-hour-edit          PIC Z9    VALUE ZERO.
       77 ws-long-date          PIC X(60) VALUE SPACES.
       77 ws-am-text            PIC X(10) VALUE SPACES.
       77 ws-pm-text            PIC X(10) VALUE SPACES.
       77 ws-meridiem           PIC X(10) VALUE SPACES.
       77 ws-pattern            PIC X(80) VALUE SPACES.
       77 ws-token              PIC X(60) VALUE SPACES.
       77 ws-pat-i              PIC 99    VALUE ZERO.
       77 ws-out-pos            PIC 99    VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       77 param-date            PIC 9(08).
       77 param-time            PIC 9(04).
       77 param-locale          PIC X(02).
       77 return-long-datetime  PIC X(80).
      ******************************************************************
      *
       PROCEDURE DIVISION
            USING       param-date, param-time, param-locale
            RETURNING   return-long-datetime.
      *-----------------------------------------------------------------
            MOVE SPACES TO return-long-datetime.
            MOVE FUNCTION long-date(param-date, param-locale)
                TO ws-long-date.
            IF ws-long-date = SPACES
                EXIT FUNCTION
            END-IF.
            MOVE param-time TO ws-time.
            IF ws-time-hh > 23 OR ws-time-mn > 59
                EXIT FUNCTION
            END-IF.
            COMPUTE ws-hour-12 = FUNCTION MOD(ws-time-hh, 12).
            IF ws-hour-12 = ZERO
                MOVE 12 TO ws-hour-12
            END-IF.
            MOVE ws-hour-12 TO ws-hour-edit.
            MOVE param-locale TO ws-msg-locale.
            MOVE MSG-CODE-MERIDIEM TO ws-msg-code.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "a.m. p.m." TO ws-msg-text
            END-IF.
            UNSTRING ws-msg-text DELIMITED BY ALL SPACE
                INTO ws-am-text ws-pm-text
            END-UNSTRING.
            IF ws-time-hh < 12
                MOVE ws-am-text TO ws-meridiem
            ELSE
                MOVE ws-pm-text TO ws-meridiem
            END-IF.
            MOVE MSG-CODE-LONG-DATETIME TO ws-msg-code.
            CALL "msg-lookup" USING ws-msg-code, ws-msg-locale,
                ws-msg-text.
            IF ws-msg-text = SPACES
                MOVE "&F, &H:&N &P" TO ws-msg-text
            END-IF.
            MOVE ws-msg-text TO ws-pattern.
            MOVE 1 TO ws-out-pos.
            MOVE 1 TO ws-pat-i.
            PERFORM 0100-EXPAND-ONE-PART
                UNTIL ws-pat-i > 79
                   OR ws-pattern(ws-pat-i:) = SPACES.
            EXIT FUNCTION.
      *-----------------------------------------------------------------
      *   Same expansion as long-date, over the date-time pattern.
       0100-EXPAND-ONE-PART.
            MOVE SPACES TO ws-token.
            IF ws-pattern(ws-pat-i:1) = "&"
                EVALUATE ws-pattern(ws-pat-i + 1:1)
                    WHEN "F"
                        MOVE ws-long-date TO ws-token
                    WHEN "H"
                        MOVE FUNCTION TRIM(ws-hour-edit) TO ws-token
                    WHEN "N"
                        MOVE ws-time-mn TO ws-token
                    WHEN "P"
                        MOVE ws-meridiem TO ws-token
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF ws-token NOT = SPACES
                STRING FUNCTION TRIM(ws-token) DELIMITED BY SIZE
                    INTO return-long-datetime
                    WITH POINTER ws-out-pos
                END-STRING
                ADD 2 TO ws-pat-i
            ELSE
                STRING ws-pattern(ws-pat-i:1) DELIMITED BY SIZE
                    INTO return-long-datetime
                    WITH POINTER ws-out-pos
                END-STRING
                ADD 1 TO ws-pat-i
            END-IF.
       END FUNCTION fun-long-datetime.
