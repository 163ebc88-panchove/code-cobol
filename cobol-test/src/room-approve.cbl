      ******************************************************************
      * ROOM-APPROVE
      * Approval queue for restricted meeting rooms, off the main
      * menu: the signed-on user sees every booking still pending
      * in room-book for the rooms naming that user as approver on
      * the room master, oldest room first, with the owner, the
      * time and the appointment's description, and answers each
      * one (A)probar, (R)echazar or (S)altar.  An approval clears
      * the pending byte and the booking stands.  A rejection asks
      * for a reason, releases the room (the room-book row goes and
      * the appointment loses its room, behind an ANTES line), and
      * journals the reason with the RECHAZA line, which is how the
      * owner hears of it in the nightly change digest.  Pending
      * rows nobody answers are escalated by room-approval-esc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-approve.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT room-file
               ASSIGN TO DYNAMIC ws-rooms-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS room-key OF room-rec
               FILE STATUS IS ws-fs-rooms.

           SELECT room-book
               ASSIGN TO DYNAMIC ws-book-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rb-key OF rb-rec
               FILE STATUS IS ws-fs-book.

           SELECT appt-file
               ASSIGN TO DYNAMIC ws-appt-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS ws-fs-appt.

           SELECT journal-file
               ASSIGN TO DYNAMIC ws-journal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-journal.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD room-file.
        01 room-rec.
           COPY "cpy/room-rec".

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
                88 rb-is-pending       VALUE "P".
            05 rb-req-date         PIC 9(08).

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

       FD journal-file.
           COPY "cpy/appt-journal".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 ws-rooms-path          PIC X(255) VALUE SPACES.
       77 ws-fs-rooms            PIC X(02)  VALUE "00".
           88 ws-fs-rooms-ok       VALUE "00" "02".
       77 ws-book-path           PIC X(255) VALUE SPACES.
       77 ws-fs-book             PIC X(02)  VALUE "00".
           88 ws-fs-book-ok        VALUE "00" "02".
       77 ws-appt-path           PIC X(255) VALUE SPACES.
       77 ws-fs-appt             PIC X(02)  VALUE "00".
           88 ws-fs-appt-ok        VALUE "00" "02".
       77 ws-journal-path        PIC X(255) VALUE SPACES.
       77 ws-fs-journal          PIC X(02)  VALUE "00".
           88 ws-fs-journal-ok     VALUE "00" "05".
       77 ws-eof-sw              PIC X(01)  VALUE "N".
           88 ws-eof-file          VALUE "Y".
       77 ws-quit-sw             PIC X(01)  VALUE "N".
           88 ws-quit              VALUE "Y".
       77 ws-approver            PIC X(08)  VALUE SPACES.
      *   how many rooms this user signs off, off the room master;
      *   each pending booking's room is then read there by key,
      *   once per room since room-book comes out room by room
       77 ws-room-count          PIC 9(05) COMP VALUE ZERO.
       77 ws-room-last           PIC X(04)  VALUE LOW-VALUES.
       77 ws-room-mine           PIC X(01)  VALUE "N".
           88 ws-room-is-mine      VALUE "Y".
       77 ws-appt-found          PIC X(01)  VALUE "N".
           88 ws-appt-is-found     VALUE "Y".
       77 ws-answer              PIC X(01)  VALUE SPACE.
           88 ws-answer-approve    VALUE "A" "a".
           88 ws-answer-reject     VALUE "R" "r".
           88 ws-answer-quit       VALUE "F" "f".
       77 ws-reason              PIC X(40)  VALUE SPACES.
       77 ws-shown               PIC 9(05)  VALUE ZERO.
       77 ws-approved            PIC 9(05)  VALUE ZERO.
       77 ws-rejected            PIC 9(05)  VALUE ZERO.
       77 ws-jrn-action          PIC X(08)  VALUE SPACES.
       01 ws-jrn-date            PIC 9(08)  VALUE ZERO.
       01 ws-jrn-date-split REDEFINES ws-jrn-date.
           05 ws-jrn-yyyy        PIC 9(04).
           05 ws-jrn-mm          PIC 9(02).
           05 ws-jrn-dd          PIC 9(02).
       01 ws-jrn-time            PIC 9(08)  VALUE ZERO.
       01 ws-jrn-time-split REDEFINES ws-jrn-time.
           05 ws-jrn-hh          PIC 9(02).
           05 ws-jrn-mn          PIC 9(02).
           05 ws-jrn-ss          PIC 9(02).
           05 ws-jrn-hh00        PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       77 approver-id            PIC X(08).
      ******************************************************************
       PROCEDURE DIVISION USING approver-id.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT ws-rooms-path FROM ENVIRONMENT "APPT_ROOMS_FILE".
            IF ws-rooms-path = SPACES
                MOVE CFG-DEFAULT-APPT-ROOMS TO ws-rooms-path
            END-IF.
            ACCEPT ws-book-path FROM ENVIRONMENT "ROOM_BOOK_FILE".
            IF ws-book-path = SPACES
                MOVE CFG-DEFAULT-ROOM-BOOK TO ws-book-path
            END-IF.
            ACCEPT ws-appt-path FROM ENVIRONMENT "APPT_DATA_FILE".
            IF ws-appt-path = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO ws-appt-path
            END-IF.
            MOVE FUNCTION UPPER-CASE(approver-id) TO ws-approver.
            CALL "cls".
            DISPLAY "*** APROBACION DE SALAS ***".
            PERFORM A0200-LOAD-ROOMS.
            IF ws-room-count = ZERO
                DISPLAY "No custodia ninguna sala."
                GOBACK
            END-IF.
            OPEN INPUT room-file.
            OPEN I-O room-book.
            IF NOT ws-fs-book-ok
                DISPLAY "No se pudo abrir el indice de reservas, "
                    "estado: " ws-fs-book
                CLOSE room-file
                GOBACK
            END-IF.
            OPEN I-O appt-file.
            IF NOT ws-fs-appt-ok
                DISPLAY "No se pudo abrir la agenda, estado: "
                    ws-fs-appt
                CLOSE room-book
                CLOSE room-file
                GOBACK
            END-IF.
            PERFORM A0300-WALK-PENDING.
            CLOSE appt-file.
            CLOSE room-book.
            CLOSE room-file.
            IF ws-shown = ZERO
                DISPLAY "Ninguna reserva pendiente de aprobacion."
            ELSE
                DISPLAY "Aprobadas: " ws-approved
                    "  Rechazadas: " ws-rejected
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-LOAD-ROOMS.
            MOVE ZERO TO ws-room-count.
            MOVE "N" TO ws-eof-sw.
            OPEN INPUT room-file.
            IF NOT ws-fs-rooms-ok
                EXIT PARAGRAPH
            END-IF.
            READ room-file NEXT RECORD
                AT END SET ws-eof-file TO TRUE
            END-READ.
            PERFORM UNTIL ws-eof-file
                IF room-approver = ws-approver
                    ADD 1 TO ws-room-count
                END-IF
                READ room-file NEXT RECORD
                    AT END SET ws-eof-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE room-file.
            EXIT.
      *-----------------------------------------------------------------
      *   room-book is keyed by room first, so the queue comes out
      *   room by room, each room's bookings in date order.
       A0300-WALK-PENDING.
            MOVE "N" TO ws-eof-sw.
            MOVE "N" TO ws-quit-sw.
            MOVE LOW-VALUES TO rb-key.
            START room-book KEY IS >= rb-key
                INVALID KEY SET ws-eof-file TO TRUE
            END-START.
            PERFORM UNTIL ws-eof-file OR ws-quit
                READ room-book NEXT RECORD
                    AT END SET ws-eof-file TO TRUE
                END-READ
                IF NOT ws-eof-file AND rb-is-pending
                    PERFORM A0320-CHECK-ROOM
                    IF ws-room-is-mine
                        PERFORM A0400-ONE-PENDING
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0320-CHECK-ROOM.
            IF rb-room = ws-room-last
                EXIT PARAGRAPH
            END-IF.
            MOVE rb-room TO ws-room-last.
            MOVE "N" TO ws-room-mine.
            MOVE rb-room TO room-code.
            READ room-file
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            IF room-approver = ws-approver
                MOVE "Y" TO ws-room-mine
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0400-ONE-PENDING.
            ADD 1 TO ws-shown.
            MOVE "N" TO ws-appt-found.
            MOVE rb-owner TO rec-owner.
            MOVE rb-year TO rec-year.
            MOVE rb-month TO rec-month.
            MOVE rb-day TO rec-day.
            MOVE rb-hour TO rec-hour.
            MOVE rb-minute TO rec-minute.
            READ appt-file
                INVALID KEY MOVE SPACES TO rec-desc
                NOT INVALID KEY MOVE "Y" TO ws-appt-found
            END-READ.
            DISPLAY " ".
            DISPLAY "Sala " rb-room "  " rb-day "/" rb-month "/"
                rb-year " " rb-hour ":" rb-minute "  dueno "
                rb-owner "  pedida " rb-req-date.
            DISPLAY "   " rec-desc.
            DISPLAY "(A)probar, (R)echazar, (S)altar, (F)in: "
                WITH NO ADVANCING.
            ACCEPT ws-answer.
            EVALUATE TRUE
                WHEN ws-answer-approve
                    PERFORM A0500-APPROVE
                WHEN ws-answer-reject
                    PERFORM A0600-REJECT
                WHEN ws-answer-quit
                    SET ws-quit TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0500-APPROVE.
            MOVE SPACE TO rb-status.
            REWRITE rb-rec
                INVALID KEY
                    DISPLAY "No se pudo aprobar, estado: " ws-fs-book
                    EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO ws-approved.
            IF ws-appt-is-found
                MOVE "APRUEBA" TO ws-jrn-action
                PERFORM A0730-WRITE-JOURNAL
            END-IF.
            DISPLAY "Reserva aprobada.".
            EXIT.
      *-----------------------------------------------------------------
      *   The owner is told through the journal: the RECHAZA line
      *   carries the reason, and the appointment itself stays on
      *   the calendar, only without its room.
       A0600-REJECT.
            MOVE SPACES TO ws-reason.
            DISPLAY "Motivo del rechazo: " WITH NO ADVANCING.
            ACCEPT ws-reason.
            IF ws-reason = SPACES
                DISPLAY "Sin motivo no se rechaza; queda pendiente."
                EXIT PARAGRAPH
            END-IF.
            DELETE room-book
                INVALID KEY
                    DISPLAY "No se pudo liberar la sala, estado: "
                        ws-fs-book
                    EXIT PARAGRAPH
            END-DELETE.
            ADD 1 TO ws-rejected.
            IF ws-appt-is-found AND rec-room = rb-room
                MOVE "ANTES" TO ws-jrn-action
                PERFORM A0730-WRITE-JOURNAL
                MOVE SPACES TO rec-room
                REWRITE appt-rec
                    INVALID KEY
                        DISPLAY "Aviso: la cita conserva la sala, "
                            "estado: " ws-fs-appt
                END-REWRITE
                MOVE "RECHAZA" TO ws-jrn-action
                PERFORM A0730-WRITE-JOURNAL
            END-IF.
            DISPLAY "Reserva rechazada; sala liberada.".
            EXIT.
      *-----------------------------------------------------------------
      *   Same journal line as the calendar's (layout in
      *   cpy/appt-journal), stamped with the approver; the caller
      *   stages ws-jrn-action first and ws-reason goes out as the
      *   note of a RECHAZA line.
       A0730-WRITE-JOURNAL.
            ACCEPT ws-journal-path
                FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF ws-journal-path = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO ws-journal-path
            END-IF.
            ACCEPT ws-jrn-date FROM DATE YYYYMMDD.
            ACCEPT ws-jrn-time FROM TIME.
            OPEN EXTEND journal-file.
            IF NOT ws-fs-journal-ok
                CLOSE journal-file
                OPEN OUTPUT journal-file
            END-IF.
            IF NOT ws-fs-journal-ok
                DISPLAY "Aviso: no se pudo grabar la bitacora de "
                    "citas, estado: " ws-fs-journal
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ajrn-rec.
            STRING ws-jrn-yyyy "-" ws-jrn-mm "-" ws-jrn-dd
                DELIMITED BY SIZE INTO ajrn-date
            END-STRING.
            STRING ws-jrn-hh ":" ws-jrn-mn ":" ws-jrn-ss
                DELIMITED BY SIZE INTO ajrn-time
            END-STRING.
            MOVE "|" TO ajrn-sep1 ajrn-sep2 ajrn-sep3 ajrn-sep4
                ajrn-sep5.
            MOVE ws-approver TO ajrn-operator.
            MOVE ws-jrn-action TO ajrn-action.
            MOVE appt-key OF appt-rec TO ajrn-key.
            MOVE appt-rec(21:148) TO ajrn-image.
            IF ws-jrn-action = "RECHAZA"
                MOVE "|" TO ajrn-sep6
                MOVE ws-reason TO ajrn-note
            END-IF.
            WRITE ajrn-rec.
            CLOSE journal-file.
            EXIT.
       END PROGRAM room-approve.
