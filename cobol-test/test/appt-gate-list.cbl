      ******************************************************************
      * APPT-GATE-LIST
      * Nightly security gate list: every outside visitor the
      * calendar expects on the next business day (APPT_GATE_DATE,
      * AAAAMMDD, overrides it), in order of arrival time, with the
      * company and identity document given at pre-registration,
      * the host whose calendar holds the meeting and the room it is
      * in -- so the front gate can let each one up without phoning
      * around.  Visitors are the attendee-file rows flagged "V"
      * when the appointment was scheduled; weekends and the shop
      * holidays in the holidays text file are skipped when the
      * next business day is worked out.  Output goes through the
      * shared print-spool subprogram as "lista-porteria", which the
      * print routes send to the security printer; runs in the
      * nightly stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-gate-list.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT atnd-file
                ASSIGN TO DYNAMIC WS-ATND-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS at-key OF at-rec
                FILE STATUS IS WS-FS-ATND.

            SELECT appt-file
                ASSIGN TO DYNAMIC WS-APPT-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS appt-key OF appt-rec
                ALTERNATE RECORD KEY IS appt-date-key
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-APPT.

            SELECT owner-file
                ASSIGN TO DYNAMIC WS-OWNERS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
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
       FD atnd-file.
        01 at-rec.
            05 at-key.
                10 at-owner        PIC X(08).
                10 at-year         PIC 9(04).
                10 at-month        PIC 99.
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
                88 at-is-visitor       VALUE "V".
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

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
       77 WS-ATND-PATH          PIC X(255) VALUE SPACES.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-OWNERS-PATH        PIC X(255) VALUE SPACES.
       77 WS-HOLIDAYS-PATH      PIC X(255) VALUE SPACES.
       77 WS-FS-ATND            PIC X(02) VALUE "00".
           88 WS-FS-ATND-OK         VALUE "00" "02" "10".
       77 WS-FS-APPT            PIC X(02) VALUE "00".
       77 WS-FS-OWNERS          PIC X(02) VALUE "00".
       77 WS-FS-HOLIDAYS        PIC X(02) VALUE "00".
       77 WS-APPT-OPEN          PIC X(01) VALUE "N".
        88 WS-APPT-IS-OPEN      VALUE "Y".
       77 WS-OWNERS-OPEN        PIC X(01) VALUE "N".
        88 WS-OWNERS-ARE-OPEN   VALUE "Y".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
      *   the day on the list
       77 WS-DATE-TXT           PIC X(08) VALUE SPACES.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-DOW                PIC 9(01) COMP VALUE ZERO.
       01 WS-GATE-YMD           PIC 9(08) VALUE ZERO.
       01 WS-GATE-SPLIT REDEFINES WS-GATE-YMD.
           05 WS-GATE-YYYY          PIC 9(04).
           05 WS-GATE-MM            PIC 9(02).
           05 WS-GATE-DD            PIC 9(02).
      *   the shop holidays, off the maintained text file
       77 WS-HOL-MAX            PIC 9(03) COMP VALUE 60.
       77 WS-HOL-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-HOL-TABLE.
           05 WS-HOL-YMD            PIC 9(08) OCCURS 60 TIMES.
       77 WS-HOL-I              PIC 9(03) COMP VALUE ZERO.
       77 WS-HOL-SW             PIC X(01) VALUE "N".
        88 WS-DAY-IS-HOLIDAY    VALUE "Y".
      *   the day's visitors, collected then ordered by minutes from
      *   midnight -- the attendee key runs by owner before time
       77 WS-VIS-MAX            PIC 9(03) COMP VALUE 300.
       77 WS-VIS-COUNT          PIC 9(03) COMP VALUE ZERO.
       77 WS-VIS-DROPPED        PIC 9(05) VALUE ZERO.
       77 WS-VIS-TOTAL          PIC 9(05) VALUE ZERO.
       01 WS-VIS-TABLE.
           05 WS-VIS-ENTRY OCCURS 300 TIMES.
               10 WS-VIS-MINUTES    PIC 9(05).
               10 WS-VIS-NAME       PIC X(30).
               10 WS-VIS-COMPANY    PIC X(20).
               10 WS-VIS-IDDOC      PIC X(15).
               10 WS-VIS-HOST       PIC X(24).
               10 WS-VIS-ROOM       PIC X(04).
       77 WS-VIS-I              PIC 9(03) COMP VALUE ZERO.
       77 WS-VIS-J              PIC 9(03) COMP VALUE ZERO.
       01 WS-SWAP-ENTRY         PIC X(98) VALUE SPACES.
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH           PIC 99.
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-CLOCK-MN           PIC 99.
       77 WS-HOST-NAME          PIC X(30) VALUE SPACES.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-gate-list" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            ACCEPT WS-HOLIDAYS-PATH FROM ENVIRONMENT "APPT_HOLIDAYS".
            IF WS-HOLIDAYS-PATH = SPACES
                MOVE CFG-DEFAULT-HOLIDAYS TO WS-HOLIDAYS-PATH
            END-IF.
            PERFORM A0200-LOAD-HOLIDAYS.
            PERFORM A0150-SET-DATE.
            IF RETURN-CODE NOT = ZERO
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            ACCEPT WS-ATND-PATH FROM ENVIRONMENT "APPT_ATND_FILE".
            IF WS-ATND-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-ATND TO WS-ATND-PATH
            END-IF.
            OPEN INPUT atnd-file.
            IF NOT WS-FS-ATND-OK
                DISPLAY "Sin archivo de asistentes, estado: "
                    WS-FS-ATND
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0250-OPEN-MASTERS.
            PERFORM A0300-COLLECT-VISITORS.
            CLOSE atnd-file.
            IF WS-APPT-IS-OPEN
                CLOSE appt-file
            END-IF.
            IF WS-OWNERS-ARE-OPEN
                CLOSE owner-file
            END-IF.
            PERFORM A0400-SORT-BY-TIME.
            PERFORM A0500-WRITE-LIST.
            DISPLAY "Lista de porteria enviada al spool: "
                WS-VIS-COUNT " visitantes.".
            IF WS-VIS-DROPPED > ZERO
                DISPLAY "Aviso: " WS-VIS-DROPPED
                    " visitantes no entraron en la lista."
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
      *   The list's day: the one given, or the next day after today
      *   that is neither a weekend nor a shop holiday.
       A0150-SET-DATE.
            ACCEPT WS-DATE-TXT FROM ENVIRONMENT "APPT_GATE_DATE".
            IF WS-DATE-TXT NOT = SPACES
                IF WS-DATE-TXT IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(WS-DATE-TXT)) NOT = ZERO
                    DISPLAY "APPT_GATE_DATE invalida: " WS-DATE-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-DATE-TXT TO WS-GATE-YMD
                EXIT PARAGRAPH
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
            MOVE "Y" TO WS-HOL-SW.
            PERFORM UNTIL NOT WS-DAY-IS-HOLIDAY
                ADD 1 TO WS-DATE-INT
                COMPUTE WS-GATE-YMD =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
      *         day 1 of the integer calendar was a Monday
                COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7)
                IF WS-DOW > 4
                    MOVE "Y" TO WS-HOL-SW
                ELSE
                    PERFORM A0220-TEST-HOLIDAY
                END-IF
            END-PERFORM.
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
       A0220-TEST-HOLIDAY.
            MOVE "N" TO WS-HOL-SW.
            PERFORM VARYING WS-HOL-I FROM 1 BY 1
                    UNTIL WS-HOL-I > WS-HOL-COUNT
                IF WS-HOL-YMD(WS-HOL-I) = WS-GATE-YMD
                    MOVE "Y" TO WS-HOL-SW
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The calendar gives the room, the owners master the host's
      *   name; either missing only leaves its column bare.
       A0250-OPEN-MASTERS.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            OPEN INPUT appt-file.
            IF WS-FS-APPT = "00"
                MOVE "Y" TO WS-APPT-OPEN
            END-IF.
            ACCEPT WS-OWNERS-PATH FROM ENVIRONMENT "APPT_OWNERS_FILE".
            IF WS-OWNERS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-OWNERS TO WS-OWNERS-PATH
            END-IF.
            OPEN INPUT owner-file.
            IF WS-FS-OWNERS = "00"
                MOVE "Y" TO WS-OWNERS-OPEN
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass of the attendee file keeps the visitor rows of the
      *   list's day; a row whose appointment has gone is skipped.
       A0300-COLLECT-VISITORS.
            MOVE ZERO TO WS-VIS-COUNT.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ atnd-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                   AND at-is-visitor
                   AND at-year = WS-GATE-YYYY
                   AND at-month = WS-GATE-MM
                   AND at-day = WS-GATE-DD
                    PERFORM A0350-KEEP-ONE-VISITOR
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0350-KEEP-ONE-VISITOR.
            MOVE SPACES TO rec-room.
            IF WS-APPT-IS-OPEN
                MOVE at-owner TO rec-owner
                MOVE at-year TO rec-year
                MOVE at-month TO rec-month
                MOVE at-day TO rec-day
                MOVE at-hour TO rec-hour
                MOVE at-minute TO rec-minute
                READ appt-file
                    INVALID KEY
                        EXIT PARAGRAPH
                END-READ
            END-IF.
            IF WS-VIS-COUNT >= WS-VIS-MAX
                ADD 1 TO WS-VIS-DROPPED
                EXIT PARAGRAPH
            END-IF.
            MOVE at-owner TO WS-HOST-NAME.
            IF WS-OWNERS-ARE-OPEN
                MOVE at-owner TO own-id
                READ owner-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE own-name TO WS-HOST-NAME
                END-READ
            END-IF.
            ADD 1 TO WS-VIS-COUNT.
            COMPUTE WS-VIS-MINUTES(WS-VIS-COUNT) =
                at-hour * 60 + at-minute.
            MOVE at-name TO WS-VIS-NAME(WS-VIS-COUNT).
            MOVE at-company TO WS-VIS-COMPANY(WS-VIS-COUNT).
            MOVE at-id-doc TO WS-VIS-IDDOC(WS-VIS-COUNT).
            MOVE WS-HOST-NAME TO WS-VIS-HOST(WS-VIS-COUNT).
            MOVE rec-room TO WS-VIS-ROOM(WS-VIS-COUNT).
            EXIT.
      *-----------------------------------------------------------------
      *   Straight neighbor-swap sort on minutes from midnight, the
      *   way the check-in desk orders its day.
       A0400-SORT-BY-TIME.
            PERFORM VARYING WS-VIS-I FROM 1 BY 1
                    UNTIL WS-VIS-I >= WS-VIS-COUNT
                PERFORM VARYING WS-VIS-J FROM 1 BY 1
                        UNTIL WS-VIS-J >= WS-VIS-COUNT
                    IF WS-VIS-MINUTES(WS-VIS-J)
                            > WS-VIS-MINUTES(WS-VIS-J + 1)
                        MOVE WS-VIS-ENTRY(WS-VIS-J)
                            TO WS-SWAP-ENTRY
                        MOVE WS-VIS-ENTRY(WS-VIS-J + 1)
                            TO WS-VIS-ENTRY(WS-VIS-J)
                        MOVE WS-SWAP-ENTRY
                            TO WS-VIS-ENTRY(WS-VIS-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0500-WRITE-LIST.
            SET lk-spool-op-open TO TRUE.
            MOVE "lista-porteria" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Visitantes esperados el " WS-GATE-DD "/"
                WS-GATE-MM "/" WS-GATE-YYYY
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "HORA  VISITANTE                      "
                "EMPRESA              DOCUMENTO       "
                "ANFITRION                SALA"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-VIS-I FROM 1 BY 1
                    UNTIL WS-VIS-I > WS-VIS-COUNT
                COMPUTE WS-CLOCK-HH = WS-VIS-MINUTES(WS-VIS-I) / 60
                COMPUTE WS-CLOCK-MN = WS-VIS-MINUTES(WS-VIS-I)
                    - WS-CLOCK-HH * 60
                MOVE SPACES TO WS-REPORT-LINE
                STRING WS-CLOCK-TEXT " " WS-VIS-NAME(WS-VIS-I) " "
                    WS-VIS-COMPANY(WS-VIS-I) " "
                    WS-VIS-IDDOC(WS-VIS-I) " "
                    WS-VIS-HOST(WS-VIS-I) " "
                    WS-VIS-ROOM(WS-VIS-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            END-PERFORM.
            IF WS-VIS-COUNT = ZERO
                MOVE "  (ningun visitante anunciado)" TO WS-REPORT-LINE
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE WS-VIS-COUNT TO WS-VIS-TOTAL.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Total de visitantes: " WS-VIS-TOTAL
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
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
       END PROGRAM appt-gate-list.
