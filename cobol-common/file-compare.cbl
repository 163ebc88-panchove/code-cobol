      * Environment:
      *   COMPARE_LAYOUT  which declared layout to read both files
      *                   under: citas, padron, duenos, salas or
      *                   usuarios (the data-restore tags), or the
      *                   calendar's other time-keyed files:
      *                   cancelaciones, reservas, espera, asistentes,
      *                   or archivo (the calendar archive: the
      *                   calendar's record, without the date key)
      *   COMPARE_OLD     the old (live) file
      *   COMPARE_NEW     the new (.new.dat) file
      *   COMPARE_REPORT  the findings report
      *   COMPARE_OLD_CLOCK  12 when the old side still carries the
      *                   12-hour key (hour, minute, meridiem) that
      *                   appt-time-convert rebuilds: the old side is
      *                   first put on the 24-hour clock and re-sorted
      *                   into COMPARE_WORK, so the merge-match sees
      *                   both sides in the same key order
      *   COMPARE_WORK    that re-sorted copy of the old side
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. file-compare.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF old-appt-rec
               ALTERNATE RECORD KEY IS appt-date-key OF
                   old-appt-rec-by-date WITH DUPLICATES
               FILE STATUS IS WS-FS-OLD.

           SELECT new-appt
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF new-appt-rec
               ALTERNATE RECORD KEY IS appt-date-key OF
                   new-appt-rec-by-date WITH DUPLICATES
               FILE STATUS IS WS-FS-NEW.

      *   the archive: the calendar's record under the primary key
      *   alone, as appt-archive has always built it
           SELECT old-arch
               ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF old-arch-rec
               FILE STATUS IS WS-FS-OLD.

           SELECT new-arch
               ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF new-arch-rec
               FILE STATUS IS WS-FS-NEW.

           SELECT old-roster
               RECORD KEY IS user-key OF new-user-rec
               FILE STATUS IS WS-FS-NEW.

           SELECT old-canc
               ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS canc-key OF old-canc-rec
               FILE STATUS IS WS-FS-OLD.

           SELECT new-canc
               ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS canc-key OF new-canc-rec
               FILE STATUS IS WS-FS-NEW.

           SELECT old-book
               ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rb-key OF old-book-rec
               FILE STATUS IS WS-FS-OLD.

           SELECT new-book
               ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rb-key OF new-book-rec
               FILE STATUS IS WS-FS-NEW.

           SELECT old-wait
               ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS wl-key OF old-wait-rec
               FILE STATUS IS WS-FS-OLD.

           SELECT new-wait
               ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS wl-key OF new-wait-rec
               FILE STATUS IS WS-FS-NEW.

           SELECT old-atnd
               ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS at-key OF old-atnd-rec
               FILE STATUS IS WS-FS-OLD.

           SELECT new-atnd
               ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS at-key OF new-atnd-rec
               FILE STATUS IS WS-FS-NEW.

      *   the old side in its 12-hour shape, one per time-keyed file
           SELECT clock12-appt
               ASSIGN TO DYNAMIC WS-CLOCK12-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS c12-appt-key
               FILE STATUS IS WS-FS-CLOCK12.

           SELECT clock12-canc
               ASSIGN TO DYNAMIC WS-CLOCK12-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS c12-canc-key
               FILE STATUS IS WS-FS-CLOCK12.

           SELECT clock12-book
               ASSIGN TO DYNAMIC WS-CLOCK12-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS c12-book-key
               FILE STATUS IS WS-FS-CLOCK12.

           SELECT clock12-wait
               ASSIGN TO DYNAMIC WS-CLOCK12-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS c12-wait-key
               FILE STATUS IS WS-FS-CLOCK12.

           SELECT clock12-atnd
               ASSIGN TO DYNAMIC WS-CLOCK12-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS c12-atnd-key
               FILE STATUS IS WS-FS-CLOCK12.

           SELECT clock-sort
               ASSIGN TO DYNAMIC WS-SORT-PATH.

           SELECT compare-report
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
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
        01 old-appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD new-appt.
        01 new-appt-rec.
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
        01 new-appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD old-arch.
        01 old-arch-rec.
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

       FD new-arch.
        01 new-arch-rec.
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
        01 new-user-rec.
           COPY "cpy/user-rec".

       FD old-canc.
        01 old-canc-rec.
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
            05 canc-recur          PIC X(01).
            05 canc-desc           PIC X(60).
            05 canc-attendee       PIC X(50).
            05 canc-series         PIC X(14).
            05 canc-room           PIC X(04).
            05 canc-location       PIC X(05).
            05 canc-duration       PIC 9(03).
            05 canc-type           PIC X(04).
            05 canc-outcome        PIC X(01).
            05 canc-refnum         PIC 9(06).

       FD new-canc.
        01 new-canc-rec.
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
            05 canc-recur          PIC X(01).
            05 canc-desc           PIC X(60).
            05 canc-attendee       PIC X(50).
            05 canc-series         PIC X(14).
            05 canc-room           PIC X(04).
            05 canc-location       PIC X(05).
            05 canc-duration       PIC 9(03).
            05 canc-type           PIC X(04).
            05 canc-outcome        PIC X(01).
            05 canc-refnum         PIC 9(06).

       FD old-book.
        01 old-book-rec.
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

       FD new-book.
        01 new-book-rec.
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

       FD old-wait.
        01 old-wait-rec.
            05 wl-key.
                10 wl-owner        PIC X(08).
                10 wl-year         PIC 9(04).
                10 wl-month        PIC 99.
                10 wl-day          PIC 99.
                10 wl-hour         PIC 99.
                10 wl-minute       PIC 99.
                10 wl-seq          PIC 99.
            05 wl-desc             PIC X(60).
            05 wl-stamp-date       PIC 9(08).
            05 wl-duration         PIC 9(03).

       FD new-wait.
        01 new-wait-rec.
            05 wl-key.
                10 wl-owner        PIC X(08).
                10 wl-year         PIC 9(04).
                10 wl-month        PIC 99.
                10 wl-day          PIC 99.
                10 wl-hour         PIC 99.
                10 wl-minute       PIC 99.
                10 wl-seq          PIC 99.
            05 wl-desc             PIC X(60).
            05 wl-stamp-date       PIC 9(08).
            05 wl-duration         PIC 9(03).

       FD old-atnd.
        01 old-atnd-rec.
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
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

       FD new-atnd.
        01 new-atnd-rec.
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
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

      *   12-hour shapes: only the key is broken out, the rest rides
      *   across untouched, exactly as appt-time-convert carries it;
      *   the fields added since (booking status and request date,
      *   visitor details and arrival) take the same blank/zero
      *   values appt-time-convert gives them
       FD clock12-appt.
        01 c12-appt-rec.
            05 c12-appt-key.
                10 c12-appt-day-id  PIC X(16).
                10 c12-appt-hour    PIC 99.
                10 c12-appt-minute  PIC 99.
                10 c12-appt-merid   PIC X(02).
            05 c12-appt-rest        PIC X(148).

       FD clock12-canc.
        01 c12-canc-rec.
            05 c12-canc-key.
                10 c12-canc-day-id  PIC X(16).
                10 c12-canc-hour    PIC 99.
                10 c12-canc-minute  PIC 99.
                10 c12-canc-merid   PIC X(02).
                10 c12-canc-stamp   PIC X(14).
            05 c12-canc-rest        PIC X(156).

       FD clock12-book.
        01 c12-book-rec.
            05 c12-book-key.
                10 c12-book-day-id  PIC X(12).
                10 c12-book-hour    PIC 99.
                10 c12-book-minute  PIC 99.
                10 c12-book-merid   PIC X(02).
            05 c12-book-rest        PIC X(11).

       FD clock12-wait.
        01 c12-wait-rec.
            05 c12-wait-key.
                10 c12-wait-day-id  PIC X(16).
                10 c12-wait-hour    PIC 99.
                10 c12-wait-minute  PIC 99.
                10 c12-wait-merid   PIC X(02).
                10 c12-wait-seq     PIC 99.
            05 c12-wait-rest        PIC X(71).

       FD clock12-atnd.
        01 c12-atnd-rec.
            05 c12-atnd-key.
                10 c12-atnd-day-id  PIC X(16).
                10 c12-atnd-hour    PIC 99.
                10 c12-atnd-minute  PIC 99.
                10 c12-atnd-merid   PIC X(02).
                10 c12-atnd-seq     PIC 99.
            05 c12-atnd-rest        PIC X(50).

      *   the normalized old record, 24-hour key first; the longest
      *   key (cancellations) is 34 bytes and every key is unique,
      *   so ordering on the first 34 bytes is ordering on the key
       SD clock-sort.
        01 srt-rec.
            05 srt-key              PIC X(34).
            05 srt-rest             PIC X(166).

       FD compare-report.
        01 compare-report-line  PIC X(132).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       77 WS-LAYOUT             PIC X(15) VALUE SPACES.
        88 WS-LAYOUT-APPT       VALUE "citas".
        88 WS-LAYOUT-ROSTER     VALUE "padron".
        88 WS-LAYOUT-OWNER      VALUE "duenos".
        88 WS-LAYOUT-ROOM       VALUE "salas".
        88 WS-LAYOUT-USER       VALUE "usuarios".
        88 WS-LAYOUT-CANC       VALUE "cancelaciones".
        88 WS-LAYOUT-BOOK       VALUE "reservas".
        88 WS-LAYOUT-WAIT       VALUE "espera".
        88 WS-LAYOUT-ATND       VALUE "asistentes".
        88 WS-LAYOUT-ARCH       VALUE "archivo".
        88 WS-LAYOUT-TIMED      VALUE "citas" "cancelaciones"
                                      "reservas" "espera"
                                      "asistentes" "archivo".
       77 WS-OLD-PATH           PIC X(255) VALUE SPACES.
       77 WS-NEW-PATH           PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-NEW             PIC X(02) VALUE "00".
           88 WS-FS-NEW-OK          VALUE "00" "02" "10".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
      *   12-hour old side: where it really is, where its re-sorted
      *   24-hour copy goes, and what the normalizing pass found
       77 WS-OLD-CLOCK          PIC X(02) VALUE SPACES.
        88 WS-OLD-12-HOUR       VALUE "12".
       77 WS-CLOCK12-PATH       PIC X(255) VALUE SPACES.
       77 WS-WORK-PATH          PIC X(255) VALUE SPACES.
       77 WS-SORT-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-CLOCK12         PIC X(02) VALUE "00".
           88 WS-FS-CLOCK12-OK      VALUE "00" "02" "10".
       77 WS-CLOCK12-EOF        PIC X(01) VALUE "N".
        88 CLOCK12-AT-EOF       VALUE "Y".
       77 WS-HOUR-12            PIC 99 VALUE ZERO.
       77 WS-MERIDIEM           PIC X(02) VALUE SPACES.
       77 WS-HOUR-24            PIC 99 VALUE ZERO.
       77 WS-CLOCK-BAD          PIC 9(06) VALUE ZERO.
       77 WS-CLOCK-DUP          PIC 9(06) VALUE ZERO.
       77 WS-OLD-EOF            PIC X(01) VALUE "N".
        88 OLD-AT-EOF           VALUE "Y".
       77 WS-NEW-EOF            PIC X(01) VALUE "N".
      *   confrontation
       77 WS-OLD-KEY            PIC X(60) VALUE SPACES.
       77 WS-NEW-KEY            PIC X(60) VALUE SPACES.
       77 WS-OLD-IMAGE          PIC X(300) VALUE SPACES.
       77 WS-NEW-IMAGE          PIC X(300) VALUE SPACES.
       77 WS-DIFF-LIST          PIC X(80) VALUE SPACES.
       77 WS-DIFF-POS           PIC 999 COMP VALUE ZERO.
       77 WS-ONLY-OLD           PIC 9(06) VALUE ZERO.
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-COMPARE-RPT TO WS-REPORT-PATH
            END-IF.
            ACCEPT WS-OLD-CLOCK FROM ENVIRONMENT "COMPARE_OLD_CLOCK".
            ACCEPT WS-WORK-PATH FROM ENVIRONMENT "COMPARE_WORK".
            IF WS-WORK-PATH = SPACES
                MOVE CFG-DEFAULT-COMPARE-WORK TO WS-WORK-PATH
            END-IF.
            IF WS-LAYOUT = SPACES
                DISPLAY "Trazado a comparar (citas/padron/duenos/"
                    "salas/usuarios/cancelaciones/reservas/espera/"
                    "asistentes/archivo): " WITH NO ADVANCING
                ACCEPT WS-LAYOUT
            END-IF.
            IF WS-OLD-PATH = SPACES
            END-IF.
            IF NOT WS-LAYOUT-APPT AND NOT WS-LAYOUT-ROSTER
               AND NOT WS-LAYOUT-OWNER AND NOT WS-LAYOUT-ROOM
               AND NOT WS-LAYOUT-USER AND NOT WS-LAYOUT-TIMED
                DISPLAY "Trazado desconocido: " WS-LAYOUT
                MOVE RC-ERROR TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-OLD-12-HOUR
                IF NOT WS-LAYOUT-TIMED
                    DISPLAY "Solo los archivos con hora admiten "
                        "reloj de 12 horas: " WS-LAYOUT
                    MOVE RC-ERROR TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM A0150-OLD-SIDE-TO-24-HOUR
                IF NOT WS-FS-CLOCK12-OK
                    DISPLAY "No se pudo leer el lado viejo de 12 "
                        "horas: " WS-FS-CLOCK12
                    MOVE RC-ERROR TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM A0200-OPEN-BOTH-SIDES.
            IF NOT WS-FS-OLD-OK OR NOT WS-FS-NEW-OK
                DISPLAY "No se pudo abrir alguno de los lados: "
                DELIMITED BY SIZE INTO compare-report-line
            END-STRING.
            WRITE compare-report-line.
            IF WS-OLD-12-HOUR
                MOVE SPACES TO compare-report-line
                STRING "Lado viejo con reloj de 12 horas, llevado a "
                    "24 horas antes de comparar"
                    DELIMITED BY SIZE INTO compare-report-line
                END-STRING
                WRITE compare-report-line
            END-IF.
            MOVE "----------------------------------------"
                TO compare-report-line.
            WRITE compare-report-line.
            PERFORM A0250-CLOSE-BOTH-SIDES.
            IF WS-ONLY-OLD > ZERO OR WS-ONLY-NEW > ZERO
               OR WS-DIFFER > ZERO
               OR WS-CLOCK-BAD > ZERO OR WS-CLOCK-DUP > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Solo viejo: " WS-ONLY-OLD
                WHEN WS-LAYOUT-USER
                    OPEN INPUT old-user
                    OPEN INPUT new-user
                WHEN WS-LAYOUT-CANC
                    OPEN INPUT old-canc
                    OPEN INPUT new-canc
                WHEN WS-LAYOUT-BOOK
                    OPEN INPUT old-book
                    OPEN INPUT new-book
                WHEN WS-LAYOUT-WAIT
                    OPEN INPUT old-wait
                    OPEN INPUT new-wait
                WHEN WS-LAYOUT-ATND
                    OPEN INPUT old-atnd
                    OPEN INPUT new-atnd
                WHEN WS-LAYOUT-ARCH
                    OPEN INPUT old-arch
                    OPEN INPUT new-arch
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
                    CLOSE old-room new-room
                WHEN WS-LAYOUT-USER
                    CLOSE old-user new-user
                WHEN WS-LAYOUT-CANC
                    CLOSE old-canc new-canc
                WHEN WS-LAYOUT-BOOK
                    CLOSE old-book new-book
                WHEN WS-LAYOUT-WAIT
                    CLOSE old-wait new-wait
                WHEN WS-LAYOUT-ATND
                    CLOSE old-atnd new-atnd
                WHEN WS-LAYOUT-ARCH
                    CLOSE old-arch new-arch
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
                        MOVE user-key OF old-user-rec TO WS-OLD-KEY
                        MOVE old-user-rec TO WS-OLD-IMAGE
                    END-IF
                WHEN WS-LAYOUT-CANC
                    READ old-canc
                        AT END SET OLD-AT-EOF TO TRUE
                    END-READ
                    IF NOT OLD-AT-EOF
                        MOVE canc-key OF old-canc-rec TO WS-OLD-KEY
                        MOVE old-canc-rec TO WS-OLD-IMAGE
                    END-IF
                WHEN WS-LAYOUT-BOOK
                    READ old-book
                        AT END SET OLD-AT-EOF TO TRUE
                    END-READ
                    IF NOT OLD-AT-EOF
                        MOVE rb-key OF old-book-rec TO WS-OLD-KEY
                        MOVE old-book-rec TO WS-OLD-IMAGE
                    END-IF
                WHEN WS-LAYOUT-WAIT
                    READ old-wait
                        AT END SET OLD-AT-EOF TO TRUE
                    END-READ
                    IF NOT OLD-AT-EOF
                        MOVE wl-key OF old-wait-rec TO WS-OLD-KEY
                        MOVE old-wait-rec TO WS-OLD-IMAGE
                    END-IF
                WHEN WS-LAYOUT-ATND
                    READ old-atnd
                        AT END SET OLD-AT-EOF TO TRUE
                    END-READ
                    IF NOT OLD-AT-EOF
                        MOVE at-key OF old-atnd-rec TO WS-OLD-KEY
                        MOVE old-atnd-rec TO WS-OLD-IMAGE
                    END-IF
                WHEN WS-LAYOUT-ARCH
                    READ old-arch
                        AT END SET OLD-AT-EOF TO TRUE
                    END-READ
                    IF NOT OLD-AT-EOF
                        MOVE appt-key OF old-arch-rec TO WS-OLD-KEY
                        MOVE old-arch-rec TO WS-OLD-IMAGE
                    END-IF
            END-EVALUATE.
            IF NOT OLD-AT-EOF
                ADD 1 TO WS-OLD-COUNT
                        MOVE user-key OF new-user-rec TO WS-NEW-KEY
                        MOVE new-user-rec TO WS-NEW-IMAGE
                    END-IF
                WHEN WS-LAYOUT-CANC
                    READ new-canc
                        AT END SET NEW-AT-EOF TO TRUE
                    END-READ
                    IF NOT NEW-AT-EOF
                        MOVE canc-key OF new-canc-rec TO WS-NEW-KEY
                        MOVE new-canc-rec TO WS-NEW-IMAGE
                    END-IF
                WHEN WS-LAYOUT-BOOK
                    READ new-book
                        AT END SET NEW-AT-EOF TO TRUE
                    END-READ
                    IF NOT NEW-AT-EOF
                        MOVE rb-key OF new-book-rec TO WS-NEW-KEY
                        MOVE new-book-rec TO WS-NEW-IMAGE
                    END-IF
                WHEN WS-LAYOUT-WAIT
                    READ new-wait
                        AT END SET NEW-AT-EOF TO TRUE
                    END-READ
                    IF NOT NEW-AT-EOF
                        MOVE wl-key OF new-wait-rec TO WS-NEW-KEY
                        MOVE new-wait-rec TO WS-NEW-IMAGE
                    END-IF
                WHEN WS-LAYOUT-ATND
                    READ new-atnd
                        AT END SET NEW-AT-EOF TO TRUE
                    END-READ
                    IF NOT NEW-AT-EOF
                        MOVE at-key OF new-atnd-rec TO WS-NEW-KEY
                        MOVE new-atnd-rec TO WS-NEW-IMAGE
                    END-IF
                WHEN WS-LAYOUT-ARCH
                    READ new-arch
                        AT END SET NEW-AT-EOF TO TRUE
                    END-READ
                    IF NOT NEW-AT-EOF
                        MOVE appt-key OF new-arch-rec TO WS-NEW-KEY
                        MOVE new-arch-rec TO WS-NEW-IMAGE
                    END-IF
            END-EVALUATE.
            IF NOT NEW-AT-EOF
                ADD 1 TO WS-NEW-COUNT
                    PERFORM A0540-DIFF-ROOM-FIELDS
                WHEN WS-LAYOUT-USER
                    PERFORM A0550-DIFF-USER-FIELDS
                WHEN WS-LAYOUT-CANC
                    PERFORM A0560-DIFF-CANC-FIELDS
                WHEN WS-LAYOUT-BOOK
                    PERFORM A0570-DIFF-BOOK-FIELDS
                WHEN WS-LAYOUT-WAIT
                    PERFORM A0580-DIFF-WAIT-FIELDS
                WHEN WS-LAYOUT-ATND
                    PERFORM A0585-DIFF-ATND-FIELDS
                WHEN WS-LAYOUT-ARCH
                    PERFORM A0515-DIFF-ARCH-FIELDS
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   the archive keeps the calendar record, field for field
       A0515-DIFF-ARCH-FIELDS.
            IF rec-recur OF old-arch-rec
                NOT = rec-recur OF new-arch-rec
                PERFORM A0590-ADD-NAME-RECUR
            END-IF.
            IF rec-desc OF old-arch-rec
                NOT = rec-desc OF new-arch-rec
                STRING "desc " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-attendee OF old-arch-rec
                NOT = rec-attendee OF new-arch-rec
                STRING "asistente " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-series OF old-arch-rec
                NOT = rec-series OF new-arch-rec
                STRING "serie " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-room OF old-arch-rec
                NOT = rec-room OF new-arch-rec
                STRING "sala " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-location OF old-arch-rec
                NOT = rec-location OF new-arch-rec
                STRING "lugar " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-duration OF old-arch-rec
                NOT = rec-duration OF new-arch-rec
                STRING "duracion " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-type OF old-arch-rec
                NOT = rec-type OF new-arch-rec
                STRING "tipo " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-outcome OF old-arch-rec
                NOT = rec-outcome OF new-arch-rec
                STRING "estado " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rec-refnum OF old-arch-rec
                NOT = rec-refnum OF new-arch-rec
                STRING "referencia " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0590-ADD-NAME-RECUR.
            STRING "recurrencia " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rname-given OF old-roster-rec
                NOT = rname-given OF new-roster-rec
               OR rname-surname-1 OF old-roster-rec
                NOT = rname-surname-1 OF new-roster-rec
               OR rname-surname-2 OF old-roster-rec
                NOT = rname-surname-2 OF new-roster-rec
               OR rname-split-flag OF old-roster-rec
                NOT = rname-split-flag OF new-roster-rec
                STRING "partes " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0530-DIFF-OWNER-FIELDS.
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF own-print OF old-owner-rec
                NOT = own-print OF new-owner-rec
             OR own-digest OF old-owner-rec
                NOT = own-digest OF new-owner-rec
                STRING "entrega " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0540-DIFF-ROOM-FIELDS.
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF room-buffer OF old-room-rec
                NOT = room-buffer OF new-room-rec
                STRING "margen " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF room-approver OF old-room-rec
                NOT = room-approver OF new-room-rec
                STRING "aprobador " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0550-DIFF-USER-FIELDS.
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF usr-role OF old-user-rec
                NOT = usr-role OF new-user-rec
                STRING "rol " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0560-DIFF-CANC-FIELDS.
            IF canc-operator OF old-canc-rec
                NOT = canc-operator OF new-canc-rec
                STRING "operador " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-recur OF old-canc-rec
                NOT = canc-recur OF new-canc-rec
                STRING "recurrencia " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-desc OF old-canc-rec
                NOT = canc-desc OF new-canc-rec
                STRING "desc " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-attendee OF old-canc-rec
                NOT = canc-attendee OF new-canc-rec
                STRING "asistente " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-series OF old-canc-rec
                NOT = canc-series OF new-canc-rec
                STRING "serie " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-room OF old-canc-rec
                NOT = canc-room OF new-canc-rec
                STRING "sala " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-location OF old-canc-rec
                NOT = canc-location OF new-canc-rec
                STRING "lugar " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-duration OF old-canc-rec
                NOT = canc-duration OF new-canc-rec
                STRING "duracion " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-type OF old-canc-rec
                NOT = canc-type OF new-canc-rec
                STRING "tipo " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-outcome OF old-canc-rec
                NOT = canc-outcome OF new-canc-rec
                STRING "estado " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF canc-refnum OF old-canc-rec
                NOT = canc-refnum OF new-canc-rec
                STRING "referencia " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0570-DIFF-BOOK-FIELDS.
            IF rb-owner OF old-book-rec
                NOT = rb-owner OF new-book-rec
                STRING "dueno " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rb-duration OF old-book-rec
                NOT = rb-duration OF new-book-rec
                STRING "duracion " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF rb-status OF old-book-rec
                NOT = rb-status OF new-book-rec
                STRING "aprobacion " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0580-DIFF-WAIT-FIELDS.
            IF wl-desc OF old-wait-rec
                NOT = wl-desc OF new-wait-rec
                STRING "desc " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF wl-stamp-date OF old-wait-rec
                NOT = wl-stamp-date OF new-wait-rec
                STRING "alta " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF wl-duration OF old-wait-rec
                NOT = wl-duration OF new-wait-rec
                STRING "duracion " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0585-DIFF-ATND-FIELDS.
            IF at-name OF old-atnd-rec
                NOT = at-name OF new-atnd-rec
                STRING "nombre " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF at-visitor OF old-atnd-rec
                NOT = at-visitor OF new-atnd-rec
               OR at-company OF old-atnd-rec
                NOT = at-company OF new-atnd-rec
               OR at-id-doc OF old-atnd-rec
                NOT = at-id-doc OF new-atnd-rec
                STRING "visitante " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            IF at-arrival OF old-atnd-rec
                NOT = at-arrival OF new-atnd-rec
                STRING "llegada " DELIMITED BY SIZE
                    INTO WS-DIFF-LIST WITH POINTER WS-DIFF-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A 12-hour old side is read in its own key order, which is
      *   not the 24-hour order of the new side; each record is put
      *   on the 24-hour clock (12 AM is 00, 12 PM stays 12), sorted,
      *   and written to the work file the comparison then reads as
      *   the old side.  A meridiem that is neither AM nor PM cannot
      *   be placed and is counted, as is any clash the conversion
      *   itself would have hit.
       A0150-OLD-SIDE-TO-24-HOUR.
            MOVE WS-OLD-PATH TO WS-CLOCK12-PATH.
            MOVE WS-WORK-PATH TO WS-OLD-PATH.
            MOVE SPACES TO WS-SORT-PATH.
            STRING FUNCTION TRIM(WS-WORK-PATH) ".srt"
                DELIMITED BY SIZE INTO WS-SORT-PATH
            END-STRING.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT OPEN INPUT clock12-appt
                WHEN WS-LAYOUT-ARCH OPEN INPUT clock12-appt
                WHEN WS-LAYOUT-CANC OPEN INPUT clock12-canc
                WHEN WS-LAYOUT-BOOK OPEN INPUT clock12-book
                WHEN WS-LAYOUT-WAIT OPEN INPUT clock12-wait
                WHEN WS-LAYOUT-ATND OPEN INPUT clock12-atnd
            END-EVALUATE.
            IF NOT WS-FS-CLOCK12-OK
                EXIT PARAGRAPH
            END-IF.
            SORT clock-sort ON ASCENDING KEY srt-key
                INPUT PROCEDURE IS A0160-RELEASE-OLD-12
                OUTPUT PROCEDURE IS A0170-WRITE-OLD-24.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT CLOSE clock12-appt
                WHEN WS-LAYOUT-ARCH CLOSE clock12-appt
                WHEN WS-LAYOUT-CANC CLOSE clock12-canc
                WHEN WS-LAYOUT-BOOK CLOSE clock12-book
                WHEN WS-LAYOUT-WAIT CLOSE clock12-wait
                WHEN WS-LAYOUT-ATND CLOSE clock12-atnd
            END-EVALUATE.
            DISPLAY "Lado viejo llevado a 24 horas: "
                FUNCTION TRIM(WS-OLD-PATH)
                "  ilegibles: " WS-CLOCK-BAD
                "  choques: " WS-CLOCK-DUP.
            EXIT.
      *-----------------------------------------------------------------
       A0160-RELEASE-OLD-12.
            PERFORM A0165-READ-CLOCK12.
            PERFORM A0162-RELEASE-ONE UNTIL CLOCK12-AT-EOF.
            EXIT.
      *-----------------------------------------------------------------
       A0162-RELEASE-ONE.
            MOVE SPACES TO srt-rec.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT
                WHEN WS-LAYOUT-ARCH
                    MOVE c12-appt-hour TO WS-HOUR-12
                    MOVE c12-appt-merid TO WS-MERIDIEM
                    PERFORM A0180-HOUR-TO-24
                    STRING c12-appt-day-id WS-HOUR-24
                        c12-appt-minute c12-appt-rest
                        DELIMITED BY SIZE INTO srt-rec
                    END-STRING
                WHEN WS-LAYOUT-CANC
                    MOVE c12-canc-hour TO WS-HOUR-12
                    MOVE c12-canc-merid TO WS-MERIDIEM
                    PERFORM A0180-HOUR-TO-24
                    STRING c12-canc-day-id WS-HOUR-24
                        c12-canc-minute c12-canc-stamp
                        c12-canc-rest
                        DELIMITED BY SIZE INTO srt-rec
                    END-STRING
                WHEN WS-LAYOUT-BOOK
                    MOVE c12-book-hour TO WS-HOUR-12
                    MOVE c12-book-merid TO WS-MERIDIEM
                    PERFORM A0180-HOUR-TO-24
                    STRING c12-book-day-id WS-HOUR-24
                        c12-book-minute c12-book-rest
                        DELIMITED BY SIZE INTO srt-rec
                    END-STRING
                WHEN WS-LAYOUT-WAIT
                    MOVE c12-wait-hour TO WS-HOUR-12
                    MOVE c12-wait-merid TO WS-MERIDIEM
                    PERFORM A0180-HOUR-TO-24
                    STRING c12-wait-day-id WS-HOUR-24
                        c12-wait-minute c12-wait-seq
                        c12-wait-rest
                        DELIMITED BY SIZE INTO srt-rec
                    END-STRING
                WHEN WS-LAYOUT-ATND
                    MOVE c12-atnd-hour TO WS-HOUR-12
                    MOVE c12-atnd-merid TO WS-MERIDIEM
                    PERFORM A0180-HOUR-TO-24
                    STRING c12-atnd-day-id WS-HOUR-24
                        c12-atnd-minute c12-atnd-seq
                        c12-atnd-rest
                        DELIMITED BY SIZE INTO srt-rec
                    END-STRING
            END-EVALUATE.
            IF WS-HOUR-24 > 23
                ADD 1 TO WS-CLOCK-BAD
            ELSE
                RELEASE srt-rec
            END-IF.
            PERFORM A0165-READ-CLOCK12.
            EXIT.
      *-----------------------------------------------------------------
       A0165-READ-CLOCK12.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT
                WHEN WS-LAYOUT-ARCH
                    READ clock12-appt
                        AT END SET CLOCK12-AT-EOF TO TRUE
                    END-READ
                WHEN WS-LAYOUT-CANC
                    READ clock12-canc
                        AT END SET CLOCK12-AT-EOF TO TRUE
                    END-READ
                WHEN WS-LAYOUT-BOOK
                    READ clock12-book
                        AT END SET CLOCK12-AT-EOF TO TRUE
                    END-READ
                WHEN WS-LAYOUT-WAIT
                    READ clock12-wait
                        AT END SET CLOCK12-AT-EOF TO TRUE
                    END-READ
                WHEN WS-LAYOUT-ATND
                    READ clock12-atnd
                        AT END SET CLOCK12-AT-EOF TO TRUE
                    END-READ
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0170-WRITE-OLD-24.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT OPEN OUTPUT old-appt
                WHEN WS-LAYOUT-ARCH OPEN OUTPUT old-arch
                WHEN WS-LAYOUT-CANC OPEN OUTPUT old-canc
                WHEN WS-LAYOUT-BOOK OPEN OUTPUT old-book
                WHEN WS-LAYOUT-WAIT OPEN OUTPUT old-wait
                WHEN WS-LAYOUT-ATND OPEN OUTPUT old-atnd
            END-EVALUATE.
            MOVE "N" TO WS-CLOCK12-EOF.
            RETURN clock-sort
                AT END SET CLOCK12-AT-EOF TO TRUE
            END-RETURN.
            PERFORM A0172-WRITE-ONE UNTIL CLOCK12-AT-EOF.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT CLOSE old-appt
                WHEN WS-LAYOUT-ARCH CLOSE old-arch
                WHEN WS-LAYOUT-CANC CLOSE old-canc
                WHEN WS-LAYOUT-BOOK CLOSE old-book
                WHEN WS-LAYOUT-WAIT CLOSE old-wait
                WHEN WS-LAYOUT-ATND CLOSE old-atnd
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0172-WRITE-ONE.
            EVALUATE TRUE
                WHEN WS-LAYOUT-APPT
                    MOVE srt-rec TO old-appt-rec
                    WRITE old-appt-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
                WHEN WS-LAYOUT-ARCH
                    MOVE srt-rec TO old-arch-rec
                    WRITE old-arch-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
                WHEN WS-LAYOUT-CANC
                    MOVE srt-rec TO old-canc-rec
                    WRITE old-canc-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
                WHEN WS-LAYOUT-BOOK
                    MOVE srt-rec TO old-book-rec
                    MOVE ZERO TO rb-req-date OF old-book-rec
                    WRITE old-book-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
                WHEN WS-LAYOUT-WAIT
                    MOVE srt-rec TO old-wait-rec
                    WRITE old-wait-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
                WHEN WS-LAYOUT-ATND
                    MOVE srt-rec TO old-atnd-rec
                    MOVE ZERO TO at-arrival OF old-atnd-rec
                    WRITE old-atnd-rec
                        INVALID KEY ADD 1 TO WS-CLOCK-DUP
                    END-WRITE
            END-EVALUATE.
            RETURN clock-sort
                AT END SET CLOCK12-AT-EOF TO TRUE
            END-RETURN.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-HOUR-12 / WS-MERIDIEM to WS-HOUR-24; an hour that cannot
      *   be placed comes back as 99.
       A0180-HOUR-TO-24.
            MOVE FUNCTION UPPER-CASE(WS-MERIDIEM) TO WS-MERIDIEM.
            IF WS-HOUR-12 > 12
               OR (WS-MERIDIEM NOT = "AM" AND WS-MERIDIEM NOT = "PM")
                MOVE 99 TO WS-HOUR-24
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-HOUR-24 = FUNCTION MOD(WS-HOUR-12, 12).
            IF WS-MERIDIEM = "PM"
                ADD 12 TO WS-HOUR-24
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0800-WRITE-TOTALS.
                DELIMITED BY SIZE INTO compare-report-line
            END-STRING.
            WRITE compare-report-line.
            IF WS-OLD-12-HOUR
                MOVE SPACES TO compare-report-line
                STRING "Horas ilegibles en el lado viejo: "
                    WS-CLOCK-BAD "  choques al pasar a 24 horas: "
                    WS-CLOCK-DUP
                    DELIMITED BY SIZE INTO compare-report-line
                END-STRING
                WRITE compare-report-line
            END-IF.
            EXIT.
       END PROGRAM file-compare.
