      ******************************************************************
      * OVERLAP-AUDIT
      * Third of the nightly integrity jobs, behind file-verify and
      * cross-verify: where those check each file and the references
      * between files, this one checks TIME.  The calendar refuses
      * an overlapping interval when one is typed or taken in, but
      * old one-hour records, imports from before the check and
      * restored files can still carry two appointments of the same
      * owner, or two bookings of the same room, whose intervals
      * overlap.  appt-file is walked in key order (owner, then date
      * and time) and room-book likewise (room, then date and time);
      * each record is compared against the still-open intervals
      * before it in the same owner or room.  Every overlapping pair
      * is listed with both appointments' reference numbers and who
      * booked each, taken from the calendar change journal (the
      * last line that put an appointment at that key; records that
      * predate the journal show no one).  A zero duration is the
      * classic one-hour slot, as everywhere in the calendar.
      * RETURN-CODE reports RC-WARNING when any pair was found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. overlap-audit.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT appt-file
               ASSIGN TO DYNAMIC WS-APPT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-APPT.

           SELECT room-book
               ASSIGN TO DYNAMIC WS-BOOK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rb-key OF rb-rec
               FILE STATUS IS WS-FS-BOOK.

           SELECT appt-journal
               ASSIGN TO DYNAMIC WS-AJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
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

       FD appt-journal.
           COPY "cpy/appt-journal".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-BOOK-PATH          PIC X(255) VALUE SPACES.
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-APPT-OPEN          VALUE "00" "02" "10".
       77 WS-FS-BOOK            PIC X(02) VALUE "00".
           88 WS-BOOK-OPEN          VALUE "00" "02" "10".
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
      *   the record being placed: its group (owner or room), its
      *   appointment key, and its interval in absolute minutes
       77 WS-CAND-GROUP         PIC X(08) VALUE SPACES.
       77 WS-CAND-KEY           PIC X(20) VALUE SPACES.
       01 WS-CAND-DATE.
           05 WS-CAND-YMD           PIC 9(08) VALUE ZERO.
           05 WS-CAND-YMD-PARTS REDEFINES WS-CAND-YMD.
               10 WS-CAND-YYYY      PIC 9(04).
               10 WS-CAND-MM        PIC 99.
               10 WS-CAND-DD        PIC 99.
       77 WS-CAND-DAY-INT       PIC 9(07) VALUE ZERO.
       77 WS-CAND-START         PIC 9(11) VALUE ZERO.
       77 WS-CAND-END           PIC 9(11) VALUE ZERO.
       77 WS-CAND-DURATION      PIC 9(03) VALUE ZERO.
       77 WS-CAND-HOUR          PIC 99 VALUE ZERO.
       77 WS-CAND-MINUTE        PIC 99 VALUE ZERO.
       77 WS-CAND-KIND          PIC X(05) VALUE SPACES.
      *   intervals of the current group that may still overlap the
      *   next record: everything earlier that ends after it starts
       77 WS-CUR-GROUP          PIC X(08) VALUE SPACES.
       77 WS-WIN-MAX            PIC 9(03) COMP VALUE 50.
       77 WS-WIN-COUNT          PIC 9(03) COMP VALUE ZERO.
       77 WS-WIN-KEEP           PIC 9(03) COMP VALUE ZERO.
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 50 TIMES.
               10 WS-WIN-KEY        PIC X(20).
               10 WS-WIN-START      PIC 9(11).
               10 WS-WIN-END        PIC 9(11).
       77 WS-WIN-I              PIC 9(03) COMP VALUE ZERO.
      *   every overlapping pair found: owner or room, the group it
      *   belongs to, both appointment keys and who booked each
       77 WS-PAIR-MAX           PIC 9(03) COMP VALUE 300.
       77 WS-PAIR-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 300 TIMES.
               10 WS-PAIR-KIND      PIC X(05).
               10 WS-PAIR-GROUP     PIC X(08).
               10 WS-PAIR-KEY-A     PIC X(20).
               10 WS-PAIR-KEY-B     PIC X(20).
               10 WS-PAIR-OPER-A    PIC X(08).
               10 WS-PAIR-OPER-B    PIC X(08).
       77 WS-PAIR-I             PIC 9(03) COMP VALUE ZERO.
       77 WS-OWNER-PAIRS        PIC 9(05) VALUE ZERO.
       77 WS-ROOM-PAIRS         PIC 9(05) VALUE ZERO.
       77 WS-DROPPED            PIC 9(05) VALUE ZERO.
       77 WS-SKIPPED-DATES      PIC 9(05) VALUE ZERO.
      *   one side of a pair, made printable
       77 WS-SIDE-KEY           PIC X(20) VALUE SPACES.
       77 WS-SIDE-OPER          PIC X(12) VALUE SPACES.
       77 WS-SIDE-TEXT          PIC X(50) VALUE SPACES.
       77 WS-SIDE-A-TEXT        PIC X(50) VALUE SPACES.
       77 WS-SIDE-REF           PIC X(06) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "overlap-audit" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            DISPLAY "Auditoria de solapes de horario".
            DISPLAY "-----------------------------------------".
            OPEN INPUT appt-file.
            IF NOT WS-APPT-OPEN
                DISPLAY "Calendario ausente o ilegible, estado: "
                    WS-FS-APPT
            ELSE
                PERFORM A0400-SWEEP-APPOINTMENTS
                PERFORM A0500-SWEEP-ROOM-BOOK
                PERFORM A0600-FIND-BOOKERS
                PERFORM A0700-LIST-PAIRS
                CLOSE appt-file
            END-IF.
            DISPLAY "-----------------------------------------".
            DISPLAY "Solapes por dueno         : " WS-OWNER-PAIRS.
            DISPLAY "Solapes por sala          : " WS-ROOM-PAIRS.
            IF WS-DROPPED > ZERO
                DISPLAY "Pares sin lugar en tabla  : " WS-DROPPED
            END-IF.
            IF WS-SKIPPED-DATES > ZERO
                DISPLAY "Registros con fecha mala  : "
                    WS-SKIPPED-DATES
            END-IF.
            IF WS-OWNER-PAIRS > ZERO OR WS-ROOM-PAIRS > ZERO
                MOVE RC-WARNING TO RETURN-CODE
                MOVE "overlap-audit" TO WS-LOG-PROGRAM
                MOVE "A0100-MAIN" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE "Citas o reservas de sala con horario solapado"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
            END-IF.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-BOOK-PATH FROM ENVIRONMENT "ROOM_BOOK_FILE".
            IF WS-BOOK-PATH = SPACES
                MOVE CFG-DEFAULT-ROOM-BOOK TO WS-BOOK-PATH
            END-IF.
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Owner by owner, in date-time order.
       A0400-SWEEP-APPOINTMENTS.
            MOVE "N" TO WS-EOF-SW.
            MOVE SPACES TO WS-CUR-GROUP.
            MOVE ZERO TO WS-WIN-COUNT.
            MOVE "DUENO" TO WS-CAND-KIND.
            MOVE LOW-VALUES TO appt-key OF appt-rec.
            START appt-file KEY IS NOT LESS THAN appt-key OF appt-rec
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ appt-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    MOVE rec-owner TO WS-CAND-GROUP
                    MOVE appt-key OF appt-rec TO WS-CAND-KEY
                    MOVE appt-key OF appt-rec(9:8) TO WS-CAND-YMD
                    MOVE rec-hour TO WS-CAND-HOUR
                    MOVE rec-minute TO WS-CAND-MINUTE
                    MOVE rec-duration TO WS-CAND-DURATION
                    PERFORM A0800-PLACE-CANDIDATE
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Room by room, in date-time order.  The pair is reported
      *   with the appointments the bookings stand for: the booking
      *   owner at the booked date and time.
       A0500-SWEEP-ROOM-BOOK.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT room-book.
            IF NOT WS-BOOK-OPEN
                DISPLAY "Registro de salas ausente; sin barrido."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CUR-GROUP.
            MOVE ZERO TO WS-WIN-COUNT.
            MOVE "SALA" TO WS-CAND-KIND.
            MOVE LOW-VALUES TO rb-key OF rb-rec.
            START room-book KEY IS NOT LESS THAN rb-key OF rb-rec
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ room-book NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    MOVE rb-room TO WS-CAND-GROUP
                    MOVE SPACES TO WS-CAND-KEY
                    STRING rb-owner rb-key OF rb-rec(5:12)
                        DELIMITED BY SIZE INTO WS-CAND-KEY
                    END-STRING
                    MOVE rb-key OF rb-rec(5:8) TO WS-CAND-YMD
                    MOVE rb-hour TO WS-CAND-HOUR
                    MOVE rb-minute TO WS-CAND-MINUTE
                    MOVE rb-duration TO WS-CAND-DURATION
                    PERFORM A0800-PLACE-CANDIDATE
                END-IF
            END-PERFORM.
            CLOSE room-book.
            EXIT.
      *-----------------------------------------------------------------
      *   Who booked each side: the last journal line that put an
      *   appointment at that key -- an add, a move onto it, a
      *   promotion off the waitlist or one of the batch intakes.
      *   Changes in place (CAMBIAR, CONFIRMA, ...) did not book it.
       A0600-FIND-BOOKERS.
            IF WS-PAIR-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT appt-journal.
            IF NOT WS-FS-AJRN-OK
                EXIT PARAGRAPH
            END-IF.
            READ appt-journal
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF ajrn-action = "AGREGAR" OR ajrn-action = "MOVER"
                   OR ajrn-action = "PROMOVER"
                   OR ajrn-action = "IMPORTA"
                   OR ajrn-action = "LOTE" OR ajrn-action = "GRUPO"
                    PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                            UNTIL WS-PAIR-I > WS-PAIR-COUNT
                        IF WS-PAIR-KEY-A(WS-PAIR-I) = ajrn-key
                            MOVE FUNCTION UPPER-CASE(ajrn-operator)
                                TO WS-PAIR-OPER-A(WS-PAIR-I)
                        END-IF
                        IF WS-PAIR-KEY-B(WS-PAIR-I) = ajrn-key
                            MOVE FUNCTION UPPER-CASE(ajrn-operator)
                                TO WS-PAIR-OPER-B(WS-PAIR-I)
                        END-IF
                    END-PERFORM
                END-IF
                READ appt-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE appt-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0700-LIST-PAIRS.
            PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                    UNTIL WS-PAIR-I > WS-PAIR-COUNT
                MOVE WS-PAIR-KEY-A(WS-PAIR-I) TO WS-SIDE-KEY
                MOVE WS-PAIR-OPER-A(WS-PAIR-I) TO WS-SIDE-OPER
                PERFORM A0750-DESCRIBE-SIDE
                MOVE WS-SIDE-TEXT TO WS-SIDE-A-TEXT
                MOVE WS-PAIR-KEY-B(WS-PAIR-I) TO WS-SIDE-KEY
                MOVE WS-PAIR-OPER-B(WS-PAIR-I) TO WS-SIDE-OPER
                PERFORM A0750-DESCRIBE-SIDE
                DISPLAY "  " WS-PAIR-KIND(WS-PAIR-I) " "
                    WS-PAIR-GROUP(WS-PAIR-I) ": "
                    FUNCTION TRIM(WS-SIDE-A-TEXT) " / "
                    FUNCTION TRIM(WS-SIDE-TEXT)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   "ref 000123 DD/MM/AAAA HH:MM por OPER" for one side; the
      *   reference number comes off the appointment itself, which a
      *   room booking may have outlived (cross-verify reports those).
       A0750-DESCRIBE-SIDE.
            MOVE WS-SIDE-KEY TO appt-key OF appt-rec.
            READ appt-file
                INVALID KEY MOVE "------" TO WS-SIDE-REF
                NOT INVALID KEY MOVE rec-refnum TO WS-SIDE-REF
            END-READ.
            IF WS-SIDE-OPER = SPACES
                MOVE "(sin diario)" TO WS-SIDE-OPER
            END-IF.
            MOVE SPACES TO WS-SIDE-TEXT.
            STRING "ref " WS-SIDE-REF " "
                WS-SIDE-KEY(15:2) "/" WS-SIDE-KEY(13:2) "/"
                WS-SIDE-KEY(9:4) " " WS-SIDE-KEY(17:2) ":"
                WS-SIDE-KEY(19:2) " por " WS-SIDE-OPER
                DELIMITED BY SIZE INTO WS-SIDE-TEXT
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
      *   Place one record against the open intervals of its group:
      *   those that ended by its start drop out of the window, and
      *   every one left overlaps it.  A date that is no date at all
      *   (a damaged or hand-edited record) is counted and skipped.
       A0800-PLACE-CANDIDATE.
            IF WS-CAND-GROUP NOT = WS-CUR-GROUP
                MOVE WS-CAND-GROUP TO WS-CUR-GROUP
                MOVE ZERO TO WS-WIN-COUNT
            END-IF.
            IF WS-CAND-YMD IS NOT NUMERIC
               OR WS-CAND-MM < 1 OR WS-CAND-MM > 12
               OR WS-CAND-DD < 1 OR WS-CAND-DD > 31
               OR WS-CAND-YYYY < 1601
                ADD 1 TO WS-SKIPPED-DATES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-CAND-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CAND-YMD).
            IF WS-CAND-DAY-INT = ZERO
                ADD 1 TO WS-SKIPPED-DATES
                EXIT PARAGRAPH
            END-IF.
            IF WS-CAND-DURATION = ZERO
                MOVE 60 TO WS-CAND-DURATION
            END-IF.
            COMPUTE WS-CAND-START = WS-CAND-DAY-INT * 1440
                + WS-CAND-HOUR * 60 + WS-CAND-MINUTE.
            COMPUTE WS-CAND-END = WS-CAND-START + WS-CAND-DURATION.
            MOVE ZERO TO WS-WIN-KEEP.
            PERFORM VARYING WS-WIN-I FROM 1 BY 1
                    UNTIL WS-WIN-I > WS-WIN-COUNT
                IF WS-WIN-END(WS-WIN-I) > WS-CAND-START
                    ADD 1 TO WS-WIN-KEEP
                    IF WS-WIN-KEEP NOT = WS-WIN-I
                        MOVE WS-WIN-ENTRY(WS-WIN-I)
                            TO WS-WIN-ENTRY(WS-WIN-KEEP)
                    END-IF
                    PERFORM A0850-KEEP-PAIR
                END-IF
            END-PERFORM.
            MOVE WS-WIN-KEEP TO WS-WIN-COUNT.
            IF WS-WIN-COUNT < WS-WIN-MAX
                ADD 1 TO WS-WIN-COUNT
                MOVE WS-CAND-KEY TO WS-WIN-KEY(WS-WIN-COUNT)
                MOVE WS-CAND-START TO WS-WIN-START(WS-WIN-COUNT)
                MOVE WS-CAND-END TO WS-WIN-END(WS-WIN-COUNT)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0850-KEEP-PAIR.
            IF WS-CAND-KIND = "DUENO"
                ADD 1 TO WS-OWNER-PAIRS
            ELSE
                ADD 1 TO WS-ROOM-PAIRS
            END-IF.
            IF WS-PAIR-COUNT >= WS-PAIR-MAX
                ADD 1 TO WS-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PAIR-COUNT.
            MOVE WS-CAND-KIND TO WS-PAIR-KIND(WS-PAIR-COUNT).
            MOVE WS-CUR-GROUP TO WS-PAIR-GROUP(WS-PAIR-COUNT).
            MOVE WS-WIN-KEY(WS-WIN-KEEP)
                TO WS-PAIR-KEY-A(WS-PAIR-COUNT).
            MOVE WS-CAND-KEY TO WS-PAIR-KEY-B(WS-PAIR-COUNT).
            MOVE SPACES TO WS-PAIR-OPER-A(WS-PAIR-COUNT)
                WS-PAIR-OPER-B(WS-PAIR-COUNT).
            EXIT.
       END PROGRAM overlap-audit.
