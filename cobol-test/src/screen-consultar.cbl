      * and matched against every appointment whose description or
      * attendee mentions it; type a date and the day's appointments
      * across all owners are listed.  One screen for the front-desk
      * questions that used to need two different programs.  At the
      * first prompt the shop-wide keys apply: F1 help, F3/F10 back
      * to the main menu without asking anything.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS ws-fs-appt.
      ******************************************************************
       DATA DIVISION.
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 ws-ask-day             PIC 99     VALUE ZERO.
       77 ws-ask-month           PIC 99     VALUE ZERO.
       77 ws-ask-year            PIC 9(04)  VALUE ZERO.
       77 ws-ask-ymd             PIC 9(08)  VALUE ZERO.
       77 ws-eof-sw              PIC X(01)  VALUE "N".
           88 ws-eof-file          VALUE "Y".
       77 ws-hits                PIC 9(05)  VALUE ZERO.
       77 ws-disp-line           PIC 99     VALUE ZERO.
      *    the key's 24-hour time, shown back on a 12-hour clock
       77 ws-hour-12             PIC 99     VALUE ZERO.
       77 ws-merid-12            PIC X(02)  VALUE SPACES.
      *   staged roster-cache CALL arguments: membership is answered
      *   from the shared in-memory cache, and the indexed file is
      *   only opened to fetch the display form of an actual hit
       77 ws-cache-name          PIC X(50)  VALUE SPACES.
       77 ws-cache-found         PIC X(01)  VALUE SPACE.
       77 ws-cache-any           PIC X(01)  VALUE "N".
       77 ws-kind-asked          PIC X(01)  VALUE "N".
           88 ws-kind-answered     VALUE "Y".
       77 ws-help-program        PIC X(20)  VALUE "screen-consultar".
       77 ws-help-screen         PIC X(12)  VALUE "MAIN".
       COPY "cpy/key-map".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
            IF ws-appt-path = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO ws-appt-path
            END-IF.
            PERFORM A0150-ASK-KIND UNTIL ws-kind-answered.
            IF lk-key-back OR lk-key-exit
                EXIT PROGRAM
            END-IF.
            IF ws-kind-date
                PERFORM A0400-INQUIRE-BY-DATE
            ELSE
            DISPLAY "Presione ENTER para volver." AT LINE 22 COL 02.
            ACCEPT OMITTED.
            EXIT PROGRAM.
      *-----------------------------------------------------------------
      *   The help comes back to the same prompt; F3/F10 answer it
      *   by leaving, which A0100 sees in lk-key-action.
       A0150-ASK-KIND.
            CALL "cls".
            DISPLAY "*** CONSULTAR ***" AT LINE 01 COL 30.
            DISPLAY "Consulta por (N=Nombre, F=Fecha): "
                AT LINE 02 COL 02.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
            MOVE "N" TO ws-kind.
            ACCEPT ws-kind AT LINE 02 COL 37.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            IF lk-key-help
                CALL "show-help" USING ws-help-program,
                    ws-help-screen
            ELSE
                MOVE "Y" TO ws-kind-asked
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0200-INQUIRE-BY-NAME.
            DISPLAY "Nombre: " AT LINE 03 COL 02.
            END-IF.
            DISPLAY "Citas del dia en todos los calendarios:"
                AT LINE 04 COL 02.
      *     straight to the day through the date key, instead of
      *     reading every owner's calendar from the start
            COMPUTE ws-ask-ymd = ws-ask-year * 10000
                + ws-ask-month * 100 + ws-ask-day.
            MOVE ws-ask-ymd TO appt-dk-ymd.
            MOVE ZERO TO appt-dk-hhmm.
            START appt-file KEY IS NOT LESS THAN appt-date-key
                INVALID KEY SET ws-eof-file TO TRUE
            END-START.
            IF NOT ws-eof-file
                READ appt-file NEXT RECORD
                    AT END SET ws-eof-file TO TRUE
                END-READ
            END-IF.
            PERFORM UNTIL ws-eof-file
                IF appt-dk-ymd NOT = ws-ask-ymd
                    SET ws-eof-file TO TRUE
                ELSE
                    ADD 1 TO ws-hits
                    IF ws-disp-line < 20
                        ADD 1 TO ws-disp-line
                        COMPUTE ws-hour-12 =
                            FUNCTION MOD(rec-hour OF appt-rec, 12)
                        IF ws-hour-12 = ZERO
                            MOVE 12 TO ws-hour-12
                        END-IF
                        IF rec-hour OF appt-rec < 12
                            MOVE "AM" TO ws-merid-12
                        ELSE
                            MOVE "PM" TO ws-merid-12
                        END-IF
                        DISPLAY "  " rec-owner OF appt-rec " "
                            ws-hour-12 ":"
                            rec-minute OF appt-rec " "
                            ws-merid-12 " - "
                            rec-desc OF appt-rec(1:40)
                            AT LINE ws-disp-line COL 02
                    END-IF
                    READ appt-file NEXT RECORD
                        AT END SET ws-eof-file TO TRUE
                    END-READ
                END-IF
            END-PERFORM.
            CLOSE appt-file.
            DISPLAY "Citas encontradas: " ws-hits
