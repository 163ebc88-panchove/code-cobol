      ******************************************************************
      * APPT-ASOF
      * "As of" inquiry: rebuilds one owner's calendar for a date
      * range exactly as it stood at a chosen past date and time,
      * for the "it was on the calendar last Monday" disputes.
      *
      * The owner's records are taken from the live file and the
      * archive, and everything journaled AFTER the chosen moment
      * is rolled back, newest first:
      *   an add (AGREGAR, GRUPO, IMPORTA, PROMOVER, LOTE, SEGUIMTO)
      *     is taken off again;
      *   a CAMBIAR gets its ANTES before-image back;
      *   a MOVER goes back to the key its ANTES line named, even
      *     when it went to another owner's calendar (leave
      *     coverage);
      *   a cancellation or hold release (cancel-file, stamped with
      *     its own date and time) is put back from the history.
      * Each entry of the range is then listed SIN CAMBIO, CAMBIADA
      * or ELIMINADA, with the operator, moment and action of the
      * latest later change, plus a count of the entries that were
      * added after the moment.  Output goes through the shared
      * print-spool subprogram and, when the inquiry is run from a
      * terminal, to the screen as well.
      *
      * Environment (any left blank is asked for at the terminal
      * when ASOF_OWNER itself is blank):
      *   ASOF_OWNER   calendar owner
      *   ASOF_DATE    AAAA-MM-DD of the moment (required)
      *   ASOF_TIME    HH:MM or HH:MM:SS (default end of that day)
      *   ASOF_FROM    AAAA-MM-DD first day listed (default ASOF_DATE)
      *   ASOF_TO      AAAA-MM-DD last day listed (default 30 days
      *                after ASOF_FROM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-asof.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
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

            SELECT arch-file
                ASSIGN TO DYNAMIC WS-ARCH-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS arch-key OF arch-rec
                FILE STATUS IS WS-FS-ARCH.

            SELECT appt-journal
                ASSIGN TO DYNAMIC WS-AJRN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-AJRN.

            SELECT cancel-file
                ASSIGN TO DYNAMIC WS-CANCEL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS canc-key OF canc-rec
                FILE STATUS IS WS-FS-CANCEL.
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
            05 rec-rest            PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD arch-file.
        01 arch-rec.
            05 arch-key.
                10 arch-owner      PIC X(08).
                10 arch-year       PIC 9(04).
                10 arch-month      PIC 99.
                10 arch-day        PIC 99.
                10 arch-hour       PIC 99.
                10 arch-minute     PIC 99.
            05 arch-rest           PIC X(148).

       FD appt-journal.
           COPY "cpy/appt-journal".

       FD cancel-file.
        01 canc-rec.
            05 canc-key.
                10 canc-owner      PIC X(08).
                10 canc-year       PIC 9(04).
                10 canc-month      PIC 99.
                10 canc-day        PIC 99.
                10 canc-hour       PIC 99.
                10 canc-minute     PIC 99.
                10 canc-stamp-date PIC 9(08).
                10 canc-stamp-time PIC 9(06).
            05 canc-operator       PIC X(08).
            05 canc-image          PIC X(148).
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
       77 WS-ARCH-PATH          PIC X(255) VALUE SPACES.
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-CANCEL-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02".
       77 WS-FS-ARCH            PIC X(02) VALUE "00".
           88 WS-FS-ARCH-OK         VALUE "00" "02".
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00".
       77 WS-FS-CANCEL          PIC X(02) VALUE "00".
           88 WS-FS-CANCEL-OK       VALUE "00" "02".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
      *   asked at the terminal when ASOF_OWNER is blank
       77 WS-INTERACTIVE        PIC X(01) VALUE "N".
        88 WS-IS-INTERACTIVE    VALUE "Y".
       77 WS-OWNER              PIC X(08) VALUE SPACES.
       77 WS-ASOF-DATE-TXT      PIC X(10) VALUE SPACES.
       77 WS-ASOF-TIME-TXT      PIC X(08) VALUE SPACES.
       77 WS-FROM-TXT           PIC X(10) VALUE SPACES.
       77 WS-TO-TXT             PIC X(10) VALUE SPACES.
       77 WS-DATE-TXT           PIC X(10) VALUE SPACES.
       77 WS-ENTRY-YMD          PIC 9(08) VALUE ZERO.
       77 WS-ENTRY-HMS          PIC 9(06) VALUE ZERO.
       77 WS-ASOF-YMD           PIC 9(08) VALUE ZERO.
       77 WS-ASOF-HMS           PIC 9(06) VALUE 235959.
      *   the moment and every later stamp as AAAAMMDDHHMMSS
       77 WS-ASOF-STAMP         PIC 9(14) VALUE ZERO.
       77 WS-ENTRY-STAMP        PIC 9(14) VALUE ZERO.
       77 WS-FROM-YMD           PIC 9(08) VALUE ZERO.
       77 WS-TO-YMD             PIC 9(08) VALUE ZERO.
       77 WS-KEY-YMD            PIC 9(08) VALUE ZERO.
      *   the owner's records, live and archived, rolled back to the
      *   moment in place; a state of X marks a slot taken off
       77 WS-ST-MAX             PIC 9(04) COMP VALUE 3000.
       77 WS-ST-COUNT           PIC 9(04) COMP VALUE ZERO.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 3000 TIMES.
               10 WS-ST-KEY.
                   15 WS-ST-OWNER       PIC X(08).
                   15 WS-ST-YEAR        PIC 9(04).
                   15 WS-ST-MONTH       PIC 99.
                   15 WS-ST-DAY         PIC 99.
                   15 WS-ST-HOUR        PIC 99.
                   15 WS-ST-MINUTE      PIC 99.
               10 WS-ST-IMAGE           PIC X(148).
               10 WS-ST-STATE           PIC X(01).
                   88 WS-ST-UNCHANGED       VALUE "U".
                   88 WS-ST-CHANGED         VALUE "C".
                   88 WS-ST-REMOVED         VALUE "R".
                   88 WS-ST-GONE            VALUE "X".
               10 WS-ST-BY-OPER         PIC X(08).
               10 WS-ST-BY-STAMP        PIC 9(14).
               10 WS-ST-BY-ACTION       PIC X(08).
               10 WS-ST-NOTE            PIC X(40).
       01 WS-ST-HOLD                PIC X(239).
       77 WS-ST-I               PIC 9(04) COMP VALUE ZERO.
       77 WS-ST-J               PIC 9(04) COMP VALUE ZERO.
       77 WS-ST-FOUND           PIC 9(04) COMP VALUE ZERO.
       77 WS-ST-DROPPED         PIC 9(05) VALUE ZERO.
       77 WS-SEEK-KEY           PIC X(20) VALUE SPACES.
      *   the later changes, oldest first once sorted; the sort key
      *   is the stamp plus the order the change was read in
       77 WS-EV-MAX             PIC 9(04) COMP VALUE 3000.
       77 WS-EV-COUNT           PIC 9(04) COMP VALUE ZERO.
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 3000 TIMES.
               10 WS-EV-SORT.
                   15 WS-EV-STAMP       PIC 9(14).
                   15 WS-EV-SEQ         PIC 9(05).
               10 WS-EV-KIND            PIC X(01).
                   88 WS-EV-IS-ADD          VALUE "A".
                   88 WS-EV-IS-CHANGE       VALUE "C".
                   88 WS-EV-IS-MOVE         VALUE "M".
                   88 WS-EV-IS-DELETE       VALUE "D".
               10 WS-EV-KEY             PIC X(20).
               10 WS-EV-OLD-KEY         PIC X(20).
               10 WS-EV-IMAGE           PIC X(148).
               10 WS-EV-HAS-IMAGE       PIC X(01).
               10 WS-EV-OPER            PIC X(08).
               10 WS-EV-ACTION          PIC X(08).
       01 WS-EV-HOLD                PIC X(225).
       77 WS-EV-I               PIC 9(04) COMP VALUE ZERO.
       77 WS-EV-J               PIC 9(04) COMP VALUE ZERO.
       77 WS-EV-SEQ-NEXT        PIC 9(05) VALUE ZERO.
       77 WS-EV-DROPPED         PIC 9(05) VALUE ZERO.
      *   an ANTES line waits for the next line its operator wrote
      *   on this owner's calendar (the CAMBIAR or MOVER it heads)
       77 WS-PEND-SW            PIC X(01) VALUE "N".
        88 WS-PEND-ANTES        VALUE "Y".
       77 WS-PEND-OPER          PIC X(08) VALUE SPACES.
       77 WS-PEND-KEY           PIC X(20) VALUE SPACES.
       77 WS-PEND-IMAGE         PIC X(148) VALUE SPACES.
      *   the state a moved entry had at its new key
       77 WS-MOVED-STATE        PIC X(01) VALUE SPACE.
       77 WS-MOVED-OPER         PIC X(08) VALUE SPACES.
       77 WS-MOVED-STAMP        PIC 9(14) VALUE ZERO.
       77 WS-MOVED-ACTION       PIC X(08) VALUE SPACES.
      *   report work
       01 WS-SHOW-KEY.
           05 WS-SHOW-OWNER         PIC X(08).
           05 WS-SHOW-YEAR          PIC 9(04).
           05 WS-SHOW-MONTH         PIC 99.
           05 WS-SHOW-DAY           PIC 99.
           05 WS-SHOW-HOUR          PIC 99.
           05 WS-SHOW-MINUTE        PIC 99.
       01 WS-SHOW-IMAGE.
           05 WS-SHOW-RECUR         PIC X(01).
           05 WS-SHOW-DESC          PIC X(60).
           05 FILLER                PIC X(81).
           05 WS-SHOW-REFNUM        PIC 9(06).
       01 WS-SHOW-STAMP.
           05 WS-SHOW-ST-YMD        PIC 9(08).
           05 WS-SHOW-ST-HMS        PIC 9(06).
       77 WS-STATUS-TXT         PIC X(10) VALUE SPACES.
       77 WS-LINE-PTR           PIC 9(03) VALUE 1.
       77 WS-LINES-LISTED       PIC 9(05) VALUE ZERO.
       77 WS-LINES-UNCHANGED    PIC 9(05) VALUE ZERO.
       77 WS-LINES-CHANGED      PIC 9(05) VALUE ZERO.
       77 WS-LINES-REMOVED      PIC 9(05) VALUE ZERO.
       77 WS-ADDED-LATER        PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "appt-asof" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-INIT-PATHS.
            PERFORM A0200-GET-PARAMETERS.
            IF RETURN-CODE NOT = ZERO
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            OPEN INPUT appt-file.
            IF NOT WS-FS-APPT-OK
                DISPLAY "Sin calendario que consultar, estado: "
                    WS-FS-APPT
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0300-LOAD-LIVE.
            CLOSE appt-file.
            PERFORM A0320-LOAD-ARCHIVE.
            PERFORM A0400-LOAD-JOURNAL.
            PERFORM A0450-LOAD-CANCELLATIONS.
            PERFORM A0500-SORT-EVENTS.
            PERFORM VARYING WS-EV-I FROM WS-EV-COUNT BY -1
                    UNTIL WS-EV-I < 1
                PERFORM A0600-UNDO-ONE-EVENT
            END-PERFORM.
            PERFORM A0700-SORT-STATE.
            PERFORM A0750-WRITE-REPORT.
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
       A0150-INIT-PATHS.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-ARCH-PATH FROM ENVIRONMENT "APPT_ARCHIVE_FILE".
            IF WS-ARCH-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-ARCHIVE TO WS-ARCH-PATH
            END-IF.
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            ACCEPT WS-CANCEL-PATH FROM ENVIRONMENT "APPT_CANCEL_FILE".
            IF WS-CANCEL-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-CANCEL TO WS-CANCEL-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0200-GET-PARAMETERS.
            ACCEPT WS-OWNER FROM ENVIRONMENT "ASOF_OWNER".
            ACCEPT WS-ASOF-DATE-TXT FROM ENVIRONMENT "ASOF_DATE".
            ACCEPT WS-ASOF-TIME-TXT FROM ENVIRONMENT "ASOF_TIME".
            ACCEPT WS-FROM-TXT FROM ENVIRONMENT "ASOF_FROM".
            ACCEPT WS-TO-TXT FROM ENVIRONMENT "ASOF_TO".
            IF WS-OWNER = SPACES
                MOVE "Y" TO WS-INTERACTIVE
                PERFORM A0210-ASK-PARAMETERS
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-OWNER) TO WS-OWNER.
            IF WS-OWNER = SPACES
                DISPLAY "ASOF_OWNER (calendario) es obligatorio."
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ASOF-DATE-TXT TO WS-DATE-TXT.
            PERFORM A0250-DATE-TXT-TO-YMD.
            IF WS-ENTRY-YMD = ZERO
                DISPLAY "ASOF_DATE (AAAA-MM-DD) es obligatoria: "
                    WS-ASOF-DATE-TXT
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ENTRY-YMD TO WS-ASOF-YMD.
            IF WS-ASOF-TIME-TXT NOT = SPACES
                PERFORM A0260-TIME-TXT-TO-HMS
                IF WS-ENTRY-HMS > 235959
                    DISPLAY "ASOF_TIME (HH:MM) invalida: "
                        WS-ASOF-TIME-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ENTRY-HMS TO WS-ASOF-HMS
            END-IF.
            COMPUTE WS-ASOF-STAMP = WS-ASOF-YMD * 1000000
                + WS-ASOF-HMS.
            MOVE WS-ASOF-YMD TO WS-FROM-YMD.
            IF WS-FROM-TXT NOT = SPACES
                MOVE WS-FROM-TXT TO WS-DATE-TXT
                PERFORM A0250-DATE-TXT-TO-YMD
                IF WS-ENTRY-YMD = ZERO
                    DISPLAY "ASOF_FROM (AAAA-MM-DD) invalida: "
                        WS-FROM-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ENTRY-YMD TO WS-FROM-YMD
            END-IF.
            COMPUTE WS-TO-YMD = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-FROM-YMD) + 30).
            IF WS-TO-TXT NOT = SPACES
                MOVE WS-TO-TXT TO WS-DATE-TXT
                PERFORM A0250-DATE-TXT-TO-YMD
                IF WS-ENTRY-YMD = ZERO OR WS-ENTRY-YMD < WS-FROM-YMD
                    DISPLAY "ASOF_TO (AAAA-MM-DD) invalida: "
                        WS-TO-TXT
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ENTRY-YMD TO WS-TO-YMD
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0210-ASK-PARAMETERS.
            DISPLAY "Calendario (dueno): " WITH NO ADVANCING.
            ACCEPT WS-OWNER.
            IF WS-ASOF-DATE-TXT = SPACES
                DISPLAY "Como estaba el (AAAA-MM-DD): "
                    WITH NO ADVANCING
                ACCEPT WS-ASOF-DATE-TXT
            END-IF.
            IF WS-ASOF-TIME-TXT = SPACES
                DISPLAY "A la hora (HH:MM, vacio = fin del dia): "
                    WITH NO ADVANCING
                ACCEPT WS-ASOF-TIME-TXT
            END-IF.
            IF WS-FROM-TXT = SPACES
                DISPLAY "Listar desde (AAAA-MM-DD, vacio = esa "
                    "fecha): " WITH NO ADVANCING
                ACCEPT WS-FROM-TXT
            END-IF.
            IF WS-TO-TXT = SPACES
                DISPLAY "Listar hasta (AAAA-MM-DD, vacio = 30 dias "
                    "despues): " WITH NO ADVANCING
                ACCEPT WS-TO-TXT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   "AAAA-MM-DD" in WS-DATE-TXT to a compact AAAAMMDD in
      *   WS-ENTRY-YMD; zero when unparsable.
       A0250-DATE-TXT-TO-YMD.
            MOVE ZERO TO WS-ENTRY-YMD.
            IF WS-DATE-TXT(1:4) IS NUMERIC
               AND WS-DATE-TXT(6:2) IS NUMERIC
               AND WS-DATE-TXT(9:2) IS NUMERIC
                COMPUTE WS-ENTRY-YMD =
                    FUNCTION NUMVAL(WS-DATE-TXT(1:4)) * 10000
                    + FUNCTION NUMVAL(WS-DATE-TXT(6:2)) * 100
                    + FUNCTION NUMVAL(WS-DATE-TXT(9:2))
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-YMD)
                        NOT = ZERO
                    MOVE ZERO TO WS-ENTRY-YMD
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   "HH:MM" or "HH:MM:SS" in WS-ASOF-TIME-TXT to HHMMSS in
      *   WS-ENTRY-HMS; 999999 when unparsable.
       A0260-TIME-TXT-TO-HMS.
            MOVE 999999 TO WS-ENTRY-HMS.
            IF WS-ASOF-TIME-TXT(1:2) IS NUMERIC
               AND WS-ASOF-TIME-TXT(4:2) IS NUMERIC
               AND WS-ASOF-TIME-TXT(1:2) < "24"
               AND WS-ASOF-TIME-TXT(4:2) < "60"
                COMPUTE WS-ENTRY-HMS =
                    FUNCTION NUMVAL(WS-ASOF-TIME-TXT(1:2)) * 10000
                    + FUNCTION NUMVAL(WS-ASOF-TIME-TXT(4:2)) * 100
                IF WS-ASOF-TIME-TXT(7:2) IS NUMERIC
                   AND WS-ASOF-TIME-TXT(7:2) < "60"
                    ADD FUNCTION NUMVAL(WS-ASOF-TIME-TXT(7:2))
                        TO WS-ENTRY-HMS
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Every live record of the owner, in key order.
       A0300-LOAD-LIVE.
            MOVE "N" TO WS-EOF-SW.
            MOVE LOW-VALUES TO appt-key OF appt-rec.
            MOVE WS-OWNER TO rec-owner.
            START appt-file KEY IS NOT LESS THAN appt-key OF appt-rec
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ appt-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF rec-owner NOT = WS-OWNER
                        SET EOF-current-file TO TRUE
                    ELSE
                        MOVE appt-key OF appt-rec TO WS-SEEK-KEY
                        PERFORM A0820-ADD-STATE
                        IF WS-ST-FOUND > ZERO
                            MOVE rec-rest TO WS-ST-IMAGE(WS-ST-FOUND)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The archive holds what was swept off the live file; a key
      *   still live (booked again since) keeps the live copy.
       A0320-LOAD-ARCHIVE.
            OPEN INPUT arch-file.
            IF NOT WS-FS-ARCH-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            MOVE LOW-VALUES TO arch-key.
            MOVE WS-OWNER TO arch-owner.
            START arch-file KEY IS NOT LESS THAN arch-key
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ arch-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF arch-owner NOT = WS-OWNER
                        SET EOF-current-file TO TRUE
                    ELSE
                        MOVE arch-key TO WS-SEEK-KEY
                        PERFORM A0800-FIND-STATE
                        IF WS-ST-FOUND = ZERO
                            PERFORM A0820-ADD-STATE
                            IF WS-ST-FOUND > ZERO
                                MOVE arch-rest
                                    TO WS-ST-IMAGE(WS-ST-FOUND)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE arch-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The owner's journal lines stamped after the moment.  An
      *   ANTES line is held for the next line its operator wrote
      *   on this calendar, whatever that line's stamp -- or for the
      *   MOVER that took the appointment to another owner.
       A0400-LOAD-JOURNAL.
            MOVE "N" TO WS-EOF-SW.
            MOVE "N" TO WS-PEND-SW.
            OPEN INPUT appt-journal.
            IF NOT WS-FS-AJRN-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL EOF-current-file
                READ appt-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF ajrn-key(1:8) = WS-OWNER
                        PERFORM A0410-TAKE-ONE-AJRN
                    ELSE
                        IF ajrn-action = "MOVER" AND WS-PEND-ANTES
                           AND WS-PEND-OPER = ajrn-operator
                            PERFORM A0410-TAKE-ONE-AJRN
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE appt-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0410-TAKE-ONE-AJRN.
            IF ajrn-action = "ANTES"
                MOVE "Y" TO WS-PEND-SW
                MOVE ajrn-operator TO WS-PEND-OPER
                MOVE ajrn-key TO WS-PEND-KEY
                MOVE ajrn-image TO WS-PEND-IMAGE
                EXIT PARAGRAPH
            END-IF.
      *     a release is put back from the cancellation history
            IF ajrn-action = "LIBERA"
                EXIT PARAGRAPH
            END-IF.
            MOVE ajrn-date TO WS-DATE-TXT.
            PERFORM A0250-DATE-TXT-TO-YMD.
            MOVE ZERO TO WS-ENTRY-HMS.
            IF ajrn-time(1:2) IS NUMERIC
               AND ajrn-time(4:2) IS NUMERIC
               AND ajrn-time(7:2) IS NUMERIC
                COMPUTE WS-ENTRY-HMS =
                    FUNCTION NUMVAL(ajrn-time(1:2)) * 10000
                    + FUNCTION NUMVAL(ajrn-time(4:2)) * 100
                    + FUNCTION NUMVAL(ajrn-time(7:2))
            END-IF.
            COMPUTE WS-ENTRY-STAMP = WS-ENTRY-YMD * 1000000
                + WS-ENTRY-HMS.
            IF WS-ENTRY-STAMP <= WS-ASOF-STAMP
                IF WS-PEND-ANTES AND WS-PEND-OPER = ajrn-operator
                    MOVE "N" TO WS-PEND-SW
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-EV-COUNT >= WS-EV-MAX
                ADD 1 TO WS-EV-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-EV-COUNT.
            ADD 1 TO WS-EV-SEQ-NEXT.
            MOVE WS-EV-COUNT TO WS-EV-J.
            MOVE WS-ENTRY-STAMP TO WS-EV-STAMP(WS-EV-J).
            MOVE WS-EV-SEQ-NEXT TO WS-EV-SEQ(WS-EV-J).
            MOVE ajrn-key TO WS-EV-KEY(WS-EV-J).
            MOVE SPACES TO WS-EV-OLD-KEY(WS-EV-J).
            MOVE SPACES TO WS-EV-IMAGE(WS-EV-J).
            MOVE "N" TO WS-EV-HAS-IMAGE(WS-EV-J).
            MOVE ajrn-operator TO WS-EV-OPER(WS-EV-J).
            MOVE ajrn-action TO WS-EV-ACTION(WS-EV-J).
            EVALUATE ajrn-action
                WHEN "AGREGAR"
                WHEN "GRUPO"
                WHEN "IMPORTA"
                WHEN "PROMOVER"
                WHEN "LOTE"
                WHEN "SEGUIMTO"
                    MOVE "A" TO WS-EV-KIND(WS-EV-J)
                WHEN "MOVER"
                    MOVE "M" TO WS-EV-KIND(WS-EV-J)
                WHEN OTHER
                    MOVE "C" TO WS-EV-KIND(WS-EV-J)
            END-EVALUATE.
            IF WS-PEND-ANTES AND WS-PEND-OPER = ajrn-operator
                IF WS-EV-IS-MOVE(WS-EV-J)
                   OR WS-PEND-KEY = ajrn-key
                    MOVE WS-PEND-KEY TO WS-EV-OLD-KEY(WS-EV-J)
                    MOVE WS-PEND-IMAGE TO WS-EV-IMAGE(WS-EV-J)
                    MOVE "Y" TO WS-EV-HAS-IMAGE(WS-EV-J)
                END-IF
                MOVE "N" TO WS-PEND-SW
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The owner's cancellations and hold releases stamped after
      *   the moment; the history record carries the image as it
      *   was deleted.
       A0450-LOAD-CANCELLATIONS.
            OPEN INPUT cancel-file.
            IF NOT WS-FS-CANCEL-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            MOVE LOW-VALUES TO canc-key.
            MOVE WS-OWNER TO canc-owner.
            START cancel-file KEY IS NOT LESS THAN canc-key
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ cancel-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF canc-owner NOT = WS-OWNER
                        SET EOF-current-file TO TRUE
                    ELSE
                        PERFORM A0460-TAKE-ONE-CANCEL
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE cancel-file.
            EXIT.
      *-----------------------------------------------------------------
       A0460-TAKE-ONE-CANCEL.
            COMPUTE WS-ENTRY-STAMP = canc-stamp-date * 1000000
                + canc-stamp-time.
            IF WS-ENTRY-STAMP <= WS-ASOF-STAMP
                EXIT PARAGRAPH
            END-IF.
            IF WS-EV-COUNT >= WS-EV-MAX
                ADD 1 TO WS-EV-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-EV-COUNT.
            ADD 1 TO WS-EV-SEQ-NEXT.
            MOVE WS-EV-COUNT TO WS-EV-J.
            MOVE WS-ENTRY-STAMP TO WS-EV-STAMP(WS-EV-J).
            MOVE WS-EV-SEQ-NEXT TO WS-EV-SEQ(WS-EV-J).
            MOVE "D" TO WS-EV-KIND(WS-EV-J).
            MOVE canc-key(1:20) TO WS-EV-KEY(WS-EV-J).
            MOVE SPACES TO WS-EV-OLD-KEY(WS-EV-J).
            MOVE canc-image TO WS-EV-IMAGE(WS-EV-J).
            MOVE "Y" TO WS-EV-HAS-IMAGE(WS-EV-J).
            MOVE canc-operator TO WS-EV-OPER(WS-EV-J).
            MOVE "CANCELA" TO WS-EV-ACTION(WS-EV-J).
            EXIT.
      *-----------------------------------------------------------------
      *   Insertion sort on stamp plus read order: the journal part
      *   arrives already in order, so only the cancellations move.
       A0500-SORT-EVENTS.
            PERFORM VARYING WS-EV-I FROM 2 BY 1
                    UNTIL WS-EV-I > WS-EV-COUNT
                MOVE WS-EV-ENTRY(WS-EV-I) TO WS-EV-HOLD
                MOVE WS-EV-I TO WS-EV-J
                PERFORM UNTIL WS-EV-J < 2
                        OR WS-EV-SORT(WS-EV-J - 1) <= WS-EV-HOLD(1:19)
                    MOVE WS-EV-ENTRY(WS-EV-J - 1)
                        TO WS-EV-ENTRY(WS-EV-J)
                    SUBTRACT 1 FROM WS-EV-J
                END-PERFORM
                MOVE WS-EV-HOLD TO WS-EV-ENTRY(WS-EV-J)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Undo one later change; the first (newest) change to touch
      *   an entry is the one reported against it.
       A0600-UNDO-ONE-EVENT.
            EVALUATE TRUE
                WHEN WS-EV-IS-ADD(WS-EV-I)
                    PERFORM A0610-UNDO-ADD
                WHEN WS-EV-IS-CHANGE(WS-EV-I)
                    PERFORM A0620-UNDO-CHANGE
                WHEN WS-EV-IS-MOVE(WS-EV-I)
                    PERFORM A0630-UNDO-MOVE
                WHEN WS-EV-IS-DELETE(WS-EV-I)
                    PERFORM A0640-UNDO-DELETE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0610-UNDO-ADD.
            MOVE WS-EV-KEY(WS-EV-I) TO WS-SEEK-KEY.
            PERFORM A0800-FIND-STATE.
            IF WS-ST-FOUND > ZERO
                MOVE "X" TO WS-ST-STATE(WS-ST-FOUND)
                MOVE WS-EV-KEY(WS-EV-I) TO WS-SHOW-KEY
                COMPUTE WS-KEY-YMD = WS-SHOW-YEAR * 10000
                    + WS-SHOW-MONTH * 100 + WS-SHOW-DAY
                IF WS-KEY-YMD >= WS-FROM-YMD
                   AND WS-KEY-YMD <= WS-TO-YMD
                    ADD 1 TO WS-ADDED-LATER
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Without a before-image (a change journaled before the
      *   ANTES line was written for it) the entry keeps the image
      *   it has and is still reported as changed.
       A0620-UNDO-CHANGE.
            MOVE WS-EV-KEY(WS-EV-I) TO WS-SEEK-KEY.
            PERFORM A0800-FIND-STATE.
            IF WS-ST-FOUND = ZERO
                IF WS-EV-HAS-IMAGE(WS-EV-I) NOT = "Y"
                    EXIT PARAGRAPH
                END-IF
                PERFORM A0820-ADD-STATE
                IF WS-ST-FOUND = ZERO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-EV-HAS-IMAGE(WS-EV-I) = "Y"
                MOVE WS-EV-IMAGE(WS-EV-I) TO WS-ST-IMAGE(WS-ST-FOUND)
            END-IF.
            IF WS-ST-UNCHANGED(WS-ST-FOUND)
                MOVE "C" TO WS-ST-STATE(WS-ST-FOUND)
                PERFORM A0660-STAMP-BY-EVENT
                IF WS-EV-HAS-IMAGE(WS-EV-I) NOT = "Y"
                   AND WS-EV-ACTION(WS-EV-I) = "CAMBIAR"
                    MOVE "(sin imagen anterior)"
                        TO WS-ST-NOTE(WS-ST-FOUND)
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The entry leaves its new key and goes back to the one the
      *   ANTES line named, keeping whatever later fate it had.
       A0630-UNDO-MOVE.
            MOVE "U" TO WS-MOVED-STATE.
            MOVE WS-EV-KEY(WS-EV-I) TO WS-SEEK-KEY.
            PERFORM A0800-FIND-STATE.
            IF WS-ST-FOUND > ZERO
                MOVE WS-ST-STATE(WS-ST-FOUND) TO WS-MOVED-STATE
                MOVE WS-ST-BY-OPER(WS-ST-FOUND) TO WS-MOVED-OPER
                MOVE WS-ST-BY-STAMP(WS-ST-FOUND) TO WS-MOVED-STAMP
                MOVE WS-ST-BY-ACTION(WS-ST-FOUND) TO WS-MOVED-ACTION
                MOVE "X" TO WS-ST-STATE(WS-ST-FOUND)
            END-IF.
            IF WS-EV-HAS-IMAGE(WS-EV-I) NOT = "Y"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-EV-OLD-KEY(WS-EV-I) TO WS-SEEK-KEY.
            PERFORM A0800-FIND-STATE.
            IF WS-ST-FOUND = ZERO
                PERFORM A0820-ADD-STATE
                IF WS-ST-FOUND = ZERO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE WS-EV-IMAGE(WS-EV-I) TO WS-ST-IMAGE(WS-ST-FOUND).
            IF WS-MOVED-STATE = "U" OR WS-MOVED-STATE = "X"
                MOVE "C" TO WS-ST-STATE(WS-ST-FOUND)
                PERFORM A0660-STAMP-BY-EVENT
            ELSE
                MOVE WS-MOVED-STATE TO WS-ST-STATE(WS-ST-FOUND)
                MOVE WS-MOVED-OPER TO WS-ST-BY-OPER(WS-ST-FOUND)
                MOVE WS-MOVED-STAMP TO WS-ST-BY-STAMP(WS-ST-FOUND)
                MOVE WS-MOVED-ACTION TO WS-ST-BY-ACTION(WS-ST-FOUND)
            END-IF.
            MOVE WS-EV-KEY(WS-EV-I) TO WS-SHOW-KEY.
            MOVE SPACES TO WS-ST-NOTE(WS-ST-FOUND).
            MOVE 1 TO WS-LINE-PTR.
            STRING "movida a " DELIMITED BY SIZE
                INTO WS-ST-NOTE(WS-ST-FOUND)
                WITH POINTER WS-LINE-PTR
            END-STRING.
            IF WS-SHOW-OWNER NOT = WS-OWNER
                STRING FUNCTION TRIM(WS-SHOW-OWNER) " "
                    DELIMITED BY SIZE INTO WS-ST-NOTE(WS-ST-FOUND)
                    WITH POINTER WS-LINE-PTR
                END-STRING
            END-IF.
            STRING WS-SHOW-DAY "/" WS-SHOW-MONTH "/"
                WS-SHOW-YEAR " " WS-SHOW-HOUR ":" WS-SHOW-MINUTE
                DELIMITED BY SIZE INTO WS-ST-NOTE(WS-ST-FOUND)
                WITH POINTER WS-LINE-PTR
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
       A0640-UNDO-DELETE.
            MOVE WS-EV-KEY(WS-EV-I) TO WS-SEEK-KEY.
            PERFORM A0800-FIND-STATE.
            IF WS-ST-FOUND = ZERO
                PERFORM A0820-ADD-STATE
                IF WS-ST-FOUND = ZERO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE WS-EV-IMAGE(WS-EV-I) TO WS-ST-IMAGE(WS-ST-FOUND).
            MOVE "R" TO WS-ST-STATE(WS-ST-FOUND).
            PERFORM A0660-STAMP-BY-EVENT.
            EXIT.
      *-----------------------------------------------------------------
       A0660-STAMP-BY-EVENT.
            MOVE WS-EV-OPER(WS-EV-I) TO WS-ST-BY-OPER(WS-ST-FOUND).
            MOVE WS-EV-STAMP(WS-EV-I) TO WS-ST-BY-STAMP(WS-ST-FOUND).
            MOVE WS-EV-ACTION(WS-EV-I)
                TO WS-ST-BY-ACTION(WS-ST-FOUND).
            EXIT.
      *-----------------------------------------------------------------
      *   Back into key order for the listing: restored entries were
      *   added at the end of the table.
       A0700-SORT-STATE.
            PERFORM VARYING WS-ST-I FROM 2 BY 1
                    UNTIL WS-ST-I > WS-ST-COUNT
                MOVE WS-ST-ENTRY(WS-ST-I) TO WS-ST-HOLD
                MOVE WS-ST-I TO WS-ST-J
                PERFORM UNTIL WS-ST-J < 2
                        OR WS-ST-KEY(WS-ST-J - 1) <= WS-ST-HOLD(1:20)
                    MOVE WS-ST-ENTRY(WS-ST-J - 1)
                        TO WS-ST-ENTRY(WS-ST-J)
                    SUBTRACT 1 FROM WS-ST-J
                END-PERFORM
                MOVE WS-ST-HOLD TO WS-ST-ENTRY(WS-ST-J)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0750-WRITE-REPORT.
            SET lk-spool-op-open TO TRUE.
            MOVE "calendario-al" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE WS-ASOF-STAMP TO WS-SHOW-STAMP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Calendario de " WS-OWNER " como estaba el "
                WS-SHOW-ST-YMD(7:2) "/" WS-SHOW-ST-YMD(5:2) "/"
                WS-SHOW-ST-YMD(1:4) " a las "
                WS-SHOW-ST-HMS(1:2) ":" WS-SHOW-ST-HMS(3:2) ":"
                WS-SHOW-ST-HMS(5:2)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  dias del " WS-FROM-YMD(7:2) "/"
                WS-FROM-YMD(5:2) "/" WS-FROM-YMD(1:4) " al "
                WS-TO-YMD(7:2) "/" WS-TO-YMD(5:2) "/"
                WS-TO-YMD(1:4)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-SPOOL-ONE-LINE.
            MOVE "  fecha      hora   ref     descripcion"
                & "                          estado"
                TO WS-REPORT-LINE.
            PERFORM A0850-SPOOL-ONE-LINE.
            PERFORM VARYING WS-ST-I FROM 1 BY 1
                    UNTIL WS-ST-I > WS-ST-COUNT
                MOVE WS-ST-KEY(WS-ST-I) TO WS-SHOW-KEY
                COMPUTE WS-KEY-YMD = WS-SHOW-YEAR * 10000
                    + WS-SHOW-MONTH * 100 + WS-SHOW-DAY
                IF NOT WS-ST-GONE(WS-ST-I)
                   AND WS-KEY-YMD >= WS-FROM-YMD
                   AND WS-KEY-YMD <= WS-TO-YMD
                    PERFORM A0760-WRITE-ONE-ENTRY
                END-IF
            END-PERFORM.
            PERFORM A0780-WRITE-TOTALS.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Consulta del calendario enviada al spool.".
            EXIT.
      *-----------------------------------------------------------------
       A0760-WRITE-ONE-ENTRY.
            ADD 1 TO WS-LINES-LISTED.
            MOVE WS-ST-IMAGE(WS-ST-I) TO WS-SHOW-IMAGE.
            EVALUATE TRUE
                WHEN WS-ST-CHANGED(WS-ST-I)
                    ADD 1 TO WS-LINES-CHANGED
                    MOVE "CAMBIADA" TO WS-STATUS-TXT
                WHEN WS-ST-REMOVED(WS-ST-I)
                    ADD 1 TO WS-LINES-REMOVED
                    MOVE "ELIMINADA" TO WS-STATUS-TXT
                WHEN OTHER
                    ADD 1 TO WS-LINES-UNCHANGED
                    MOVE "SIN CAMBIO" TO WS-STATUS-TXT
            END-EVALUATE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE 1 TO WS-LINE-PTR.
            STRING "  " WS-SHOW-DAY "/" WS-SHOW-MONTH "/"
                WS-SHOW-YEAR " " WS-SHOW-HOUR ":" WS-SHOW-MINUTE
                "  #" WS-SHOW-REFNUM "  " WS-SHOW-DESC(1:35)
                "  " WS-STATUS-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
                WITH POINTER WS-LINE-PTR
            END-STRING.
            IF NOT WS-ST-UNCHANGED(WS-ST-I)
                MOVE WS-ST-BY-STAMP(WS-ST-I) TO WS-SHOW-STAMP
                STRING " por " WS-ST-BY-OPER(WS-ST-I) " el "
                    WS-SHOW-ST-YMD(7:2) "/" WS-SHOW-ST-YMD(5:2) "/"
                    WS-SHOW-ST-YMD(1:4) " "
                    WS-SHOW-ST-HMS(1:2) ":" WS-SHOW-ST-HMS(3:2)
                    " (" FUNCTION TRIM(WS-ST-BY-ACTION(WS-ST-I)) ")"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WITH POINTER WS-LINE-PTR
                END-STRING
            END-IF.
            PERFORM A0850-SPOOL-ONE-LINE.
            IF WS-ST-NOTE(WS-ST-I) NOT = SPACES
                MOVE SPACES TO WS-REPORT-LINE
                STRING "                    "
                    WS-ST-NOTE(WS-ST-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-SPOOL-ONE-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0780-WRITE-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM A0850-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Citas en ese momento: " WS-LINES-LISTED
                "  sin cambio: " WS-LINES-UNCHANGED
                "  cambiadas: " WS-LINES-CHANGED
                "  eliminadas: " WS-LINES-REMOVED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-SPOOL-ONE-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Agregadas despues (no estaban entonces): "
                WS-ADDED-LATER
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-SPOOL-ONE-LINE.
            IF WS-ST-DROPPED > ZERO OR WS-EV-DROPPED > ZERO
                MOVE SPACES TO WS-REPORT-LINE
                STRING "AVISO: consulta incompleta, " WS-ST-DROPPED
                    " citas y " WS-EV-DROPPED
                    " cambios no cupieron en las tablas"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-SPOOL-ONE-LINE
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-SEEK-KEY in the table, taken-off slots skipped;
      *   WS-ST-FOUND is zero when absent.
       A0800-FIND-STATE.
            MOVE ZERO TO WS-ST-FOUND.
            PERFORM VARYING WS-ST-J FROM 1 BY 1
                    UNTIL WS-ST-J > WS-ST-COUNT
                       OR WS-ST-FOUND > ZERO
                IF WS-ST-KEY(WS-ST-J) = WS-SEEK-KEY
                   AND NOT WS-ST-GONE(WS-ST-J)
                    MOVE WS-ST-J TO WS-ST-FOUND
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   A new unchanged slot for WS-SEEK-KEY at the end of the
      *   table; WS-ST-FOUND is zero when the table is full.
       A0820-ADD-STATE.
            MOVE ZERO TO WS-ST-FOUND.
            IF WS-ST-COUNT >= WS-ST-MAX
                ADD 1 TO WS-ST-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ST-COUNT.
            MOVE WS-ST-COUNT TO WS-ST-FOUND.
            MOVE WS-SEEK-KEY TO WS-ST-KEY(WS-ST-FOUND).
            MOVE SPACES TO WS-ST-IMAGE(WS-ST-FOUND).
            MOVE "U" TO WS-ST-STATE(WS-ST-FOUND).
            MOVE SPACES TO WS-ST-BY-OPER(WS-ST-FOUND).
            MOVE ZERO TO WS-ST-BY-STAMP(WS-ST-FOUND).
            MOVE SPACES TO WS-ST-BY-ACTION(WS-ST-FOUND).
            MOVE SPACES TO WS-ST-NOTE(WS-ST-FOUND).
            EXIT.
      *-----------------------------------------------------------------
      *   Every line to the spool; to the screen as well when the
      *   inquiry was asked for at the terminal.
       A0850-SPOOL-ONE-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            IF WS-IS-INTERACTIVE
                DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
            END-IF.
            EXIT.
       END PROGRAM appt-asof.
