      ******************************************************************
      * RECORD-RECOVER
      * Single-record recovery from the backup generations, for the
      * one appointment or roster entry that was damaged or deleted
      * by mistake -- without the data-restore of the whole file and
      * the journal-replay after it that take the calendar away from
      * everyone while they run.
      *
      * The operator names the file tag (citas or padron) and the
      * key: owner, date and time of the appointment, or sex and
      * name of the roster entry (normalized like the roster key).
      * Every generation the backup catalog lists for the tag is
      * searched -- a compressed (.gz) generation is expanded to a
      * scratch copy first and the scratch removed after, the same
      * way data-restore does -- and the record's contents are shown
      * side by side: the live record as version 0, then each
      * generation oldest first, one column per version and one row
      * per field, a long field running on over as many rows as it
      * needs.  A field whose content differs between the versions
      * shown is marked with "*".  A version that did not hold the
      * record says NO on the Registro row.  A generation taken at
      * an earlier unload width or on the 12-hour clock (unload-check
      * tells) is not searched: its records would come out
      * misaligned, so it says ANTIGUA there, or ILEGIBLE for a copy
      * that cannot be opened, and it cannot be chosen.
      *
      * Nothing changes unless a version is chosen and a user whose
      * role carries the update right on record-recover (active,
      * not locked out) signs off with their password, the same
      * sign-off roster-privacy asks for.  The chosen version is
      * then copied into the live file opened I-O under a record
      * lock (READ WITH LOCK, retried a few times while another
      * operator holds the record, like the roster maintenance
      * does): REWRITE when the record is still there, WRITE when it
      * was deleted.  No other
      * record is touched, and the calendar's booking checks are not
      * made: an appointment brought back after a delete comes back
      * without its room and off-site place (its room-book row and
      * vehicle booking went with it, and the slot may be taken
      * now), and one recovered over a live record keeps the live
      * record's room, place and length, which are what room-book
      * and the vehicle-booking index hold; either way the journal
      * note says so ("sin sala" / "sala act.").  The room and the
      * vehicle are booked again through the calendar.  A recovered
      * time that now clashes with another appointment of the same
      * owner is reported by the next overlap-audit.
      *
      * The recovery is journaled like any other change:
      *   citas   an ANTES line with the record as it stood, then a
      *           CAMBIAR with the image written -- or an AGREGAR
      *           when the record had been deleted -- whose note
      *           names the generation and the supervisor; replay,
      *           the owner change digest and the as-of inquiry read
      *           them as they read any calendar edit
      *   padron  a RECUPERA line with the recovered display name,
      *           and the generation and supervisor in place of the
      *           new name; the roster journal holds no images, so a
      *           journal replay lists it for the recovery to be run
      *           again from the same generation
      * The phonetic index is not touched; as after any restore,
      * roster-phonetics rebuilds it.
      *
      * Compile also with table-grow.cbl (the versions are held in
      * storage grown with the catalog), unload-check.cbl,
      * name-normalize.cbl, pass-hash.cbl, access-check.cbl and
      * log-error.cbl.  Ends with GOBACK so a menu can CALL it.
      *
      * Environment (any left blank is asked for at the terminal):
      *   RECOVER_TAG           citas or padron
      *   RECOVER_OWNER, RECOVER_DATE (AAAAMMDD), RECOVER_TIME (HHMM)
      *                         the appointment's key
      *   RECOVER_SEX, RECOVER_NAME
      *                         the roster entry's key
      *   RECOVER_VERSION       version to copy back; 0 = inquiry
      *                         only (the supervisor is always asked
      *                         for at the terminal)
      *   plus the usual BACKUP_CATALOG_FILE, APPT_DATA_FILE,
      *   ROSTER_FILE, APPT_JOURNAL_FILE, ROSTER_JOURNAL_FILE and
      *   USER_MASTER_FILE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-recover.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     LOCK MODE MANUAL: the calendar and the roster stay open
      *     to everyone, and only the READ ... WITH LOCK pins the one
      *     record being put back.
           SELECT roster-file
               ASSIGN TO DYNAMIC WS-TARGET-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS roster-key OF rec-name
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-TARGET.

           SELECT appt-file
               ASSIGN TO DYNAMIC WS-TARGET-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-TARGET.

           SELECT unload-file
               ASSIGN TO DYNAMIC WS-COPY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COPY.

           SELECT catalog-file
               ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOG.

           SELECT appt-journal
               ASSIGN TO DYNAMIC WS-AJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJRN.

           SELECT roster-journal
               ASSIGN TO DYNAMIC WS-RJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RJRN.

           SELECT user-file
               ASSIGN TO DYNAMIC WS-USER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS user-key OF user-rec
               FILE STATUS IS WS-FS-USER.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD roster-file.
        01 rec-name.
           COPY "cpy/roster-fields".

       FD appt-file.
        01 appt-rec.
            05 appt-key.
                10 rec-owner       PIC X(08).
                10 rec-year        PIC 9(04).
                10 rec-month       PIC 99.
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 FILLER              PIC X(125).
      *     the booking fields, as the calendar lays them out: the
      *     room and an off-site place are what room-book and the
      *     vehicle-booking index hold the slot for
            05 rec-room            PIC X(04).
            05 rec-location        PIC X(05).
            05 rec-duration        PIC 9(03).
            05 FILLER              PIC X(11).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD unload-file.
        01 unload-rec           PIC X(300).

       FD catalog-file.
        01 catalog-rec.
            05 bk-date          PIC X(10).
            05 FILLER           PIC X.
            05 bk-time          PIC X(08).
            05 FILLER           PIC X.
            05 bk-tag           PIC X(12).
            05 FILLER           PIC X.
            05 bk-records       PIC 9(06).
            05 FILLER           PIC X.
            05 bk-path          PIC X(80).

       FD appt-journal.
           COPY "cpy/appt-journal".

       FD roster-journal.
           COPY "cpy/roster-journal".

       FD user-file.
        01 user-rec.
           COPY "cpy/user-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/access-check".
       COPY "cpy/c-bridge".
      *   storage for the versions, grown as the catalog is read
       COPY "cpy/table-grow".
      *   whether a generation still reads at today's layouts
       COPY "cpy/unload-check".
      *   null-terminated shell command for the C library's system
      *   routine
       01 WS-CMD-BUFFER.
           05 WS-CMD-TEXT       PIC X(600) VALUE SPACES.
           05 WS-CMD-NUL        PIC X(01) VALUE LOW-VALUE.
       77 WS-CMD-LEN            PIC 999 COMP VALUE ZERO.
       77 WS-GZ-TEMP            PIC X(255) VALUE SPACES.
       77 WS-WAS-GZ             PIC X(01) VALUE "N".
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
       77 WS-TARGET-PATH        PIC X(255) VALUE SPACES.
       77 WS-COPY-PATH          PIC X(255) VALUE SPACES.
       77 WS-CATALOG-PATH       PIC X(255) VALUE SPACES.
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-RJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-USER-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-TARGET          PIC X(02) VALUE "00".
           88 WS-FS-TARGET-OK       VALUE "00" "02".
       77 WS-FS-COPY            PIC X(02) VALUE "00".
           88 WS-FS-COPY-OK         VALUE "00" "10".
       77 WS-FS-CATALOG         PIC X(02) VALUE "00".
           88 WS-FS-CATALOG-OK      VALUE "00" "10".
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00".
       77 WS-FS-RJRN            PIC X(02) VALUE "00".
           88 WS-FS-RJRN-OK         VALUE "00".
       77 WS-FS-USER            PIC X(02) VALUE "00".
           88 WS-FS-USER-OK         VALUE "00" "02".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-TAG                PIC X(12) VALUE SPACES.
        88 WS-TAG-APPT          VALUE "citas".
        88 WS-TAG-ROSTER        VALUE "padron".
      *   the key asked for, as it stands at the front of the record
       77 WS-SEEK-KEY           PIC X(51) VALUE SPACES.
       77 WS-KEY-LEN            PIC 99 COMP VALUE ZERO.
       77 WS-IN-OWNER           PIC X(08) VALUE SPACES.
       77 WS-IN-DATE            PIC X(08) VALUE SPACES.
       77 WS-IN-TIME            PIC X(04) VALUE SPACES.
       77 WS-IN-SEX             PIC X(01) VALUE SPACE.
       77 WS-IN-NAME            PIC X(50) VALUE SPACES.
       77 WS-NORM-NAME          PIC X(50) VALUE SPACES.
      *   version 0: the live record
       77 WS-LIVE-FOUND         PIC X(01) VALUE "N".
       77 WS-LIVE-IMAGE         PIC X(300) VALUE SPACES.
      *   versions 1..n: one per cataloged generation of the tag
       77 WS-VER-PTR            USAGE POINTER VALUE NULL.
       77 WS-VER-CAP            PIC 9(09) COMP VALUE ZERO.
       77 WS-VER-MAX            PIC 9(09) COMP VALUE 999.
       77 WS-VER-COUNT          PIC 9(03) COMP VALUE ZERO.
       77 WS-VER-HELD           PIC 9(03) COMP VALUE ZERO.
       77 WS-VER-DROPPED        PIC 9(03) VALUE ZERO.
       01 WS-VER-TABLE BASED.
           05 WS-VER-ENTRY OCCURS 999 TIMES.
               10 WS-VER-DATE       PIC X(10).
               10 WS-VER-TIME       PIC X(08).
      *         Y held the record, N did not, A earlier layout,
      *         I unreadable
               10 WS-VER-FOUND      PIC X(01).
               10 WS-VER-IMAGE      PIC X(300).
      *   the fields shown, by tag: label, offset and length in the
      *   record (the key is the same in every version and is shown
      *   once in the heading)
       01 WS-APPT-FIELD-DATA.
           05 FILLER PIC X(17) VALUE "Recurrente 021001".
           05 FILLER PIC X(17) VALUE "Descripcion022060".
           05 FILLER PIC X(17) VALUE "Asistente  082050".
           05 FILLER PIC X(17) VALUE "Serie      132014".
           05 FILLER PIC X(17) VALUE "Sala       146004".
           05 FILLER PIC X(17) VALUE "Lugar      150005".
           05 FILLER PIC X(17) VALUE "Duracion   155003".
           05 FILLER PIC X(17) VALUE "Tipo       158004".
           05 FILLER PIC X(17) VALUE "Estado     162001".
           05 FILLER PIC X(17) VALUE "Referencia 163006".
       01 WS-ROSTER-FIELD-DATA.
           05 FILLER PIC X(17) VALUE "Nombre     052050".
           05 FILLER PIC X(17) VALUE "Alta       102008".
           05 FILLER PIC X(17) VALUE "Origen     110003".
           05 FILLER PIC X(17) VALUE "Estado     113001".
           05 FILLER PIC X(17) VALUE "Consultas  114005".
           05 FILLER PIC X(17) VALUE "F.estado   119008".
           05 FILLER PIC X(17) VALUE "Alias de   127050".
           05 FILLER PIC X(17) VALUE "Nombres    177030".
           05 FILLER PIC X(17) VALUE "Apellido 1 207025".
           05 FILLER PIC X(17) VALUE "Apellido 2 232025".
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 10 TIMES.
               10 WS-FIELD-LABEL    PIC X(11).
               10 WS-FIELD-OFF      PIC 9(03).
               10 WS-FIELD-LEN      PIC 9(03).
       77 WS-FIELD-COUNT        PIC 99 COMP VALUE 10.
       77 WS-FI                 PIC 99 COMP VALUE ZERO.
      *   the side-by-side grid: four versions to a band of 80
      *   columns, each cell 16 wide after an 11-wide label and the
      *   difference mark
       77 WS-BAND-WIDTH         PIC 9 COMP VALUE 4.
       77 WS-CELL-WIDTH         PIC 99 COMP VALUE 16.
       77 WS-BAND-FIRST         PIC 9(03) COMP VALUE ZERO.
       77 WS-BAND-LAST          PIC 9(03) COMP VALUE ZERO.
       77 WS-V                  PIC 9(03) COMP VALUE ZERO.
       77 WS-COL                PIC 9 COMP VALUE ZERO.
       77 WS-CELL-POS           PIC 99 COMP VALUE ZERO.
       77 WS-SLICE              PIC 99 COMP VALUE ZERO.
       77 WS-SLICE-OFF          PIC 999 COMP VALUE ZERO.
       77 WS-SLICE-LEN          PIC 99 COMP VALUE ZERO.
       77 WS-MORE-SW            PIC X(01) VALUE "N".
       77 WS-DIFF-SW            PIC X(01) VALUE "N".
       77 WS-CELL-FOUND         PIC X(01) VALUE "N".
       77 WS-CELL-IMAGE         PIC X(300) VALUE SPACES.
       77 WS-FIRST-FIELD        PIC X(60) VALUE SPACES.
       77 WS-SHOW-LINE          PIC X(80) VALUE SPACES.
       77 WS-VER-DISP           PIC ZZ9 VALUE ZERO.
      *   the choice and its sign-off
       77 WS-CHOICE-TXT         PIC X(03) VALUE SPACES.
       77 WS-CHOICE             PIC 9(03) VALUE ZERO.
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       77 WS-SUP-ID             PIC X(08) VALUE SPACES.
       77 WS-SUP-PASS           PIC X(12) VALUE SPACES.
       77 WS-HASH-OUT           PIC X(12) VALUE SPACES.
       77 WS-SUP-STATE          PIC X(01) VALUE "N".
        88 WS-SUP-SIGNED        VALUE "Y".
      *   read-for-update outcome: F found, N not there, L held by
      *   another operator, E file error
       77 WS-READ-OUTCOME       PIC X(01) VALUE SPACE.
       77 WS-LOCK-TRIES         PIC 9 VALUE 3.
       77 WS-LOCK-TRY           PIC 9 VALUE ZERO.
       77 WS-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
      *   the image actually written, which the journal carries
       77 WS-AFTER-IMAGE        PIC X(300) VALUE SPACES.
      *   the live appointment's booking, out of the before image
       01 WS-LIVE-BOOKING.
           05 WS-LIVE-ROOM      PIC X(04).
           05 WS-LIVE-LOCATION  PIC X(05).
           05 WS-LIVE-DURATION  PIC 9(03).
      *   what became of the recovered booking: C cleared (room and
      *   place blanked), K the live record's booking kept
       77 WS-BOOKING-SW         PIC X(01) VALUE SPACE.
        88 WS-BOOKING-CLEARED   VALUE "C".
        88 WS-BOOKING-KEPT      VALUE "K".
       77 WS-OFFICE-CODE        PIC X(05) VALUE SPACES.
       77 WS-TEST-LOCATION      PIC X(05) VALUE SPACES.
       77 WS-OFF-SITE-SW        PIC X(01) VALUE "N".
        88 WS-IS-OFF-SITE       VALUE "Y".
       77 WS-BOOKS-SW           PIC X(01) VALUE "N".
        88 WS-RECOVERED-BOOKS   VALUE "Y".
       77 WS-JRN-ACTION         PIC X(08) VALUE SPACES.
       77 WS-JRN-NOTE           PIC X(50) VALUE SPACES.
       01 WS-JRN-TIME           PIC 9(08) VALUE ZERO.
       01 WS-JRN-TIME-SPLIT REDEFINES WS-JRN-TIME.
           05 WS-JRN-HH         PIC 9(02).
           05 WS-JRN-MN         PIC 9(02).
           05 WS-JRN-SS         PIC 9(02).
           05 WS-JRN-HH00       PIC 9(02).
       01 WS-JRN-DATE           PIC 9(08) VALUE ZERO.
       01 WS-JRN-DATE-SPLIT REDEFINES WS-JRN-DATE.
           05 WS-JRN-YYYY       PIC 9(04).
           05 WS-JRN-MM         PIC 9(02).
           05 WS-JRN-DD         PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN.
            MOVE "record-recover" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-INIT-PATHS.
            PERFORM A0200-ASK-TAG-AND-KEY.
            IF WS-TARGET-PATH = SPACES OR WS-SEEK-KEY = SPACES
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0300-READ-LIVE.
            PERFORM A0400-SEARCH-GENERATIONS.
            IF WS-VER-DROPPED > ZERO
                PERFORM A0480-LOG-VERSIONS-DROPPED
            END-IF.
            PERFORM A0500-SHOW-VERSIONS.
            IF WS-VER-HELD = ZERO
                DISPLAY "Ninguna copia guarda este registro; nada que "
                    "recuperar."
                IF RETURN-CODE = RC-SUCCESS
                    MOVE RC-WARNING TO RETURN-CODE
                END-IF
                PERFORM A0950-FREE-VERSIONS
                PERFORM A0900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A0600-CHOOSE-VERSION.
            IF WS-CHOICE > ZERO
                PERFORM A0650-CHECK-SUPERVISOR
                IF WS-SUP-SIGNED
                    PERFORM A0700-COPY-BACK
                ELSE
                    DISPLAY "Recuperacion no autorizada."
                    MOVE "A0650-CHECK-SUPERVISOR" TO WS-LOG-PARAGRAPH
                    MOVE RC-WARNING TO WS-LOG-CODE
                    MOVE "Recuperacion rechazada: sin firma de "
                        & "supervisor" TO WS-LOG-MESSAGE
                    PERFORM A0890-LOG-ERROR
                    MOVE RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
            PERFORM A0950-FREE-VERSIONS.
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
            ACCEPT WS-CATALOG-PATH
                FROM ENVIRONMENT "BACKUP_CATALOG_FILE".
            IF WS-CATALOG-PATH = SPACES
                MOVE CFG-DEFAULT-BACKUP-CATALOG TO WS-CATALOG-PATH
            END-IF.
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            ACCEPT WS-RJRN-PATH
                FROM ENVIRONMENT "ROSTER_JOURNAL_FILE".
            IF WS-RJRN-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-JOURNAL TO WS-RJRN-PATH
            END-IF.
            ACCEPT WS-USER-PATH FROM ENVIRONMENT "USER_MASTER_FILE".
            IF WS-USER-PATH = SPACES
                MOVE CFG-DEFAULT-USER-MASTER TO WS-USER-PATH
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            IF WS-OPERATOR-ID = SPACES
                MOVE "OPER" TO WS-OPERATOR-ID
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Leaves WS-TARGET-PATH blank for a tag this recovery does
      *   not serve, and WS-SEEK-KEY blank for an incomplete key.
       A0200-ASK-TAG-AND-KEY.
            ACCEPT WS-TAG FROM ENVIRONMENT "RECOVER_TAG".
            IF WS-TAG = SPACES
                DISPLAY "Archivo (citas/padron): " WITH NO ADVANCING
                ACCEPT WS-TAG
            END-IF.
            MOVE FUNCTION LOWER-CASE(WS-TAG) TO WS-TAG.
            MOVE SPACES TO WS-TARGET-PATH.
            MOVE SPACES TO WS-SEEK-KEY.
            EVALUATE TRUE
                WHEN WS-TAG-APPT
                    ACCEPT WS-TARGET-PATH FROM ENVIRONMENT
                        "APPT_DATA_FILE"
                    IF WS-TARGET-PATH = SPACES
                        MOVE CFG-DEFAULT-APPT-DATA-FILE
                            TO WS-TARGET-PATH
                    END-IF
                    MOVE WS-APPT-FIELD-DATA TO WS-FIELD-TABLE
                    MOVE 20 TO WS-KEY-LEN
                    PERFORM A0220-ASK-APPT-KEY
                WHEN WS-TAG-ROSTER
                    ACCEPT WS-TARGET-PATH FROM ENVIRONMENT
                        "ROSTER_FILE"
                    IF WS-TARGET-PATH = SPACES
                        MOVE CFG-DEFAULT-ROSTER TO WS-TARGET-PATH
                    END-IF
                    MOVE WS-ROSTER-FIELD-DATA TO WS-FIELD-TABLE
                    MOVE 51 TO WS-KEY-LEN
                    PERFORM A0240-ASK-ROSTER-KEY
                WHEN OTHER
                    DISPLAY "Archivo desconocido: " WS-TAG
                        " (solo citas o padron)"
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A0220-ASK-APPT-KEY.
            ACCEPT WS-IN-OWNER FROM ENVIRONMENT "RECOVER_OWNER".
            IF WS-IN-OWNER = SPACES
                DISPLAY "Dueno: " WITH NO ADVANCING
                ACCEPT WS-IN-OWNER
            END-IF.
            ACCEPT WS-IN-DATE FROM ENVIRONMENT "RECOVER_DATE".
            IF WS-IN-DATE = SPACES
                DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING
                ACCEPT WS-IN-DATE
            END-IF.
            ACCEPT WS-IN-TIME FROM ENVIRONMENT "RECOVER_TIME".
            IF WS-IN-TIME = SPACES
                DISPLAY "Hora (HHMM): " WITH NO ADVANCING
                ACCEPT WS-IN-TIME
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-IN-OWNER) TO WS-IN-OWNER.
            IF WS-IN-OWNER = SPACES
               OR WS-IN-DATE IS NOT NUMERIC
               OR WS-IN-TIME IS NOT NUMERIC
                DISPLAY "Clave incompleta: dueno, fecha AAAAMMDD y "
                    "hora HHMM."
                EXIT PARAGRAPH
            END-IF.
            STRING WS-IN-OWNER WS-IN-DATE WS-IN-TIME
                DELIMITED BY SIZE INTO WS-SEEK-KEY
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
       A0240-ASK-ROSTER-KEY.
            ACCEPT WS-IN-SEX FROM ENVIRONMENT "RECOVER_SEX".
            IF WS-IN-SEX = SPACE
                DISPLAY "Sexo (F/M): " WITH NO ADVANCING
                ACCEPT WS-IN-SEX
            END-IF.
            ACCEPT WS-IN-NAME FROM ENVIRONMENT "RECOVER_NAME".
            IF WS-IN-NAME = SPACES
                DISPLAY "Nombre: " WITH NO ADVANCING
                ACCEPT WS-IN-NAME
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-IN-SEX) TO WS-IN-SEX.
            IF (WS-IN-SEX NOT = "F" AND WS-IN-SEX NOT = "M")
               OR WS-IN-NAME = SPACES
                DISPLAY "Clave incompleta: sexo F o M y nombre."
                EXIT PARAGRAPH
            END-IF.
            CALL "name-normalize" USING WS-IN-NAME, WS-NORM-NAME.
            STRING WS-IN-SEX WS-NORM-NAME
                DELIMITED BY SIZE INTO WS-SEEK-KEY
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
      *   The live record is read without a lock: this is the
      *   inquiry, the lock is taken only for the copy back.
       A0300-READ-LIVE.
            MOVE "N" TO WS-LIVE-FOUND.
            MOVE SPACES TO WS-LIVE-IMAGE.
            IF WS-TAG-APPT
                OPEN INPUT appt-file
                IF WS-FS-TARGET-OK
                    MOVE WS-SEEK-KEY(1:20) TO appt-key OF appt-rec
                    READ appt-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "Y" TO WS-LIVE-FOUND
                            MOVE appt-rec TO WS-LIVE-IMAGE
                    END-READ
                    CLOSE appt-file
                END-IF
            ELSE
                OPEN INPUT roster-file
                IF WS-FS-TARGET-OK
                    MOVE WS-SEEK-KEY(1:51) TO roster-key OF rec-name
                    READ roster-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "Y" TO WS-LIVE-FOUND
                            MOVE rec-name TO WS-LIVE-IMAGE
                    END-READ
                    CLOSE roster-file
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0400-SEARCH-GENERATIONS.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT catalog-file.
            IF NOT WS-FS-CATALOG-OK
                DISPLAY "Sin catalogo de respaldos."
                EXIT PARAGRAPH
            END-IF.
            READ catalog-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF bk-tag = WS-TAG
                    PERFORM A0420-TAKE-GENERATION
                END-IF
                READ catalog-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE catalog-file.
            EXIT.
      *-----------------------------------------------------------------
       A0420-TAKE-GENERATION.
            PERFORM A0470-GROW-VERSION-TABLE.
            IF lk-tg-full
                ADD 1 TO WS-VER-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-VER-COUNT.
            MOVE bk-date TO WS-VER-DATE(WS-VER-COUNT).
            MOVE bk-time TO WS-VER-TIME(WS-VER-COUNT).
            MOVE "N" TO WS-VER-FOUND(WS-VER-COUNT).
            MOVE SPACES TO WS-VER-IMAGE(WS-VER-COUNT).
            MOVE bk-path TO WS-COPY-PATH.
            PERFORM A0440-MAYBE-DECOMPRESS.
            MOVE WS-COPY-PATH TO lk-uc-path.
            MOVE WS-TAG TO lk-uc-tag.
            MOVE bk-records TO lk-uc-expected.
            MOVE "Y" TO lk-uc-count-known.
            CALL "unload-check" USING lk-uc-path, lk-uc-tag,
                lk-uc-expected, lk-uc-count-known, lk-uc-read,
                lk-uc-status.
            IF lk-uc-old-width OR lk-uc-old-clock
                DISPLAY "Copia de formato anterior, no revisada: "
                    FUNCTION TRIM(bk-path)
                MOVE "A" TO WS-VER-FOUND(WS-VER-COUNT)
                PERFORM A0450-DROP-SCRATCH-COPY
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT unload-file.
            IF NOT WS-FS-COPY-OK
                DISPLAY "Copia ilegible, estado: " WS-FS-COPY " - "
                    FUNCTION TRIM(bk-path)
                MOVE "I" TO WS-VER-FOUND(WS-VER-COUNT)
                PERFORM A0450-DROP-SCRATCH-COPY
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0430-FIND-IN-COPY.
            CLOSE unload-file.
            PERFORM A0450-DROP-SCRATCH-COPY.
            EXIT.
      *-----------------------------------------------------------------
      *   The unload is in prime-key order, so the search stops at
      *   the first record past the key.
       A0430-FIND-IN-COPY.
            READ unload-file
                AT END MOVE "10" TO WS-FS-COPY
            END-READ.
            PERFORM UNTIL WS-FS-COPY NOT = "00"
                IF unload-rec(1:WS-KEY-LEN) = WS-SEEK-KEY(1:WS-KEY-LEN)
                    MOVE "Y" TO WS-VER-FOUND(WS-VER-COUNT)
                    MOVE unload-rec TO WS-VER-IMAGE(WS-VER-COUNT)
                    ADD 1 TO WS-VER-HELD
                    EXIT PERFORM
                END-IF
                IF unload-rec(1:WS-KEY-LEN) > WS-SEEK-KEY(1:WS-KEY-LEN)
                    EXIT PERFORM
                END-IF
                READ unload-file
                    AT END MOVE "10" TO WS-FS-COPY
                END-READ
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   A .gz copy is expanded to a scratch .tmp next to it and
      *   the search reads the scratch; a plain copy passes through.
       A0440-MAYBE-DECOMPRESS.
            MOVE "N" TO WS-WAS-GZ.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COPY-PATH))
                TO WS-CMD-LEN.
            IF WS-CMD-LEN < 4
               OR WS-COPY-PATH(WS-CMD-LEN - 2:3) NOT = ".gz"
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-GZ-TEMP.
            STRING WS-COPY-PATH(1:WS-CMD-LEN - 3) ".tmp"
                DELIMITED BY SIZE INTO WS-GZ-TEMP
            END-STRING.
            MOVE SPACES TO WS-CMD-TEXT.
            STRING "gzip -dc " FUNCTION TRIM(WS-COPY-PATH)
                " > " FUNCTION TRIM(WS-GZ-TEMP)
                DELIMITED BY SIZE INTO WS-CMD-TEXT
            END-STRING.
            MOVE LOW-VALUE TO WS-CMD-NUL.
            MOVE "system" TO lk-c-func-name.
            SET lk-ptr TO ADDRESS OF WS-CMD-BUFFER.
            CALL "c-bridge" USING lk-c-func-name, lk-ptr, lk-status.
            IF lk-call-ok
                MOVE WS-GZ-TEMP TO WS-COPY-PATH
                MOVE "Y" TO WS-WAS-GZ
            ELSE
                DISPLAY "No se pudo descomprimir la copia; se "
                    "intenta leer tal cual."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0450-DROP-SCRATCH-COPY.
            IF WS-WAS-GZ NOT = "Y"
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CMD-TEXT.
            STRING "rm -f " FUNCTION TRIM(WS-GZ-TEMP)
                DELIMITED BY SIZE INTO WS-CMD-TEXT
            END-STRING.
            MOVE LOW-VALUE TO WS-CMD-NUL.
            MOVE "system" TO lk-c-func-name.
            SET lk-ptr TO ADDRESS OF WS-CMD-BUFFER.
            CALL "c-bridge" USING lk-c-func-name, lk-ptr, lk-status.
            EXIT.
      *-----------------------------------------------------------------
       A0470-GROW-VERSION-TABLE.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-VER-PTR.
            MOVE WS-VER-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-VER-COUNT + 1.
            MOVE LENGTH OF WS-VER-ENTRY TO lk-tg-entry-len.
            MOVE WS-VER-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-VER-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-VER-CAP.
            SET ADDRESS OF WS-VER-TABLE TO WS-VER-PTR.
            EXIT.
      *-----------------------------------------------------------------
       A0480-LOG-VERSIONS-DROPPED.
            DISPLAY "Aviso: copias sin revisar: " WS-VER-DROPPED.
            MOVE "A0400-SEARCH-GENERATIONS" TO WS-LOG-PARAGRAPH.
            MOVE RC-WARNING TO WS-LOG-CODE.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING "Copias del catalogo sin revisar: " WS-VER-DROPPED
                DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING.
            PERFORM A0890-LOG-ERROR.
            MOVE RC-WARNING TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
      *   Versions 0..n in bands of four columns.
       A0500-SHOW-VERSIONS.
            DISPLAY " ".
            IF WS-TAG-APPT
                DISPLAY "Cita " WS-SEEK-KEY(1:8) " "
                    WS-SEEK-KEY(9:4) "-" WS-SEEK-KEY(13:2) "-"
                    WS-SEEK-KEY(15:2) " " WS-SEEK-KEY(17:2) ":"
                    WS-SEEK-KEY(19:2) " en " WS-VER-COUNT
                    " copias del catalogo"
            ELSE
                DISPLAY "Padron " WS-SEEK-KEY(1:1) " "
                    FUNCTION TRIM(WS-SEEK-KEY(2:50)) " en "
                    WS-VER-COUNT " copias del catalogo"
            END-IF.
            MOVE ZERO TO WS-BAND-FIRST.
            PERFORM A0510-SHOW-ONE-BAND
                UNTIL WS-BAND-FIRST > WS-VER-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0510-SHOW-ONE-BAND.
            COMPUTE WS-BAND-LAST = WS-BAND-FIRST + WS-BAND-WIDTH - 1.
            IF WS-BAND-LAST > WS-VER-COUNT
                MOVE WS-VER-COUNT TO WS-BAND-LAST
            END-IF.
            DISPLAY " ".
      *     heading: version number and copy date, then copy time
            MOVE SPACES TO WS-SHOW-LINE.
            MOVE "Version" TO WS-SHOW-LINE(1:11).
            PERFORM VARYING WS-V FROM WS-BAND-FIRST BY 1
                    UNTIL WS-V > WS-BAND-LAST
                PERFORM A0590-CELL-POSITION
                MOVE WS-V TO WS-VER-DISP
                IF WS-V = ZERO
                    STRING WS-VER-DISP " VIVO" DELIMITED BY SIZE
                        INTO WS-SHOW-LINE(WS-CELL-POS:WS-CELL-WIDTH)
                    END-STRING
                ELSE
                    STRING WS-VER-DISP " " WS-VER-DATE(WS-V)
                        DELIMITED BY SIZE
                        INTO WS-SHOW-LINE(WS-CELL-POS:WS-CELL-WIDTH)
                    END-STRING
                END-IF
            END-PERFORM.
            DISPLAY WS-SHOW-LINE.
            MOVE SPACES TO WS-SHOW-LINE.
            MOVE "Hora copia" TO WS-SHOW-LINE(1:11).
            PERFORM VARYING WS-V FROM WS-BAND-FIRST BY 1
                    UNTIL WS-V > WS-BAND-LAST
                PERFORM A0590-CELL-POSITION
                IF WS-V > ZERO
                    MOVE WS-VER-TIME(WS-V)
                        TO WS-SHOW-LINE(WS-CELL-POS + 4:8)
                END-IF
            END-PERFORM.
            DISPLAY WS-SHOW-LINE.
            MOVE SPACES TO WS-SHOW-LINE.
            MOVE "Registro" TO WS-SHOW-LINE(1:11).
            PERFORM VARYING WS-V FROM WS-BAND-FIRST BY 1
                    UNTIL WS-V > WS-BAND-LAST
                PERFORM A0590-CELL-POSITION
                PERFORM A0580-PICK-VERSION
                EVALUATE WS-CELL-FOUND
                    WHEN "Y"
                        MOVE "SI" TO WS-SHOW-LINE(WS-CELL-POS:2)
                    WHEN "A"
                        MOVE "ANTIGUA" TO WS-SHOW-LINE(WS-CELL-POS:7)
                    WHEN "I"
                        MOVE "ILEGIBLE" TO WS-SHOW-LINE(WS-CELL-POS:8)
                    WHEN OTHER
                        MOVE "NO" TO WS-SHOW-LINE(WS-CELL-POS:2)
                END-EVALUATE
            END-PERFORM.
            DISPLAY WS-SHOW-LINE.
            PERFORM A0520-SHOW-ONE-FIELD
                VARYING WS-FI FROM 1 BY 1
                UNTIL WS-FI > WS-FIELD-COUNT.
            ADD WS-BAND-WIDTH TO WS-BAND-FIRST.
            EXIT.
      *-----------------------------------------------------------------
      *   One field across the band, 16 characters of it per row,
      *   as many rows as the longest content in the band needs.
      *   The mark compares the field over EVERY version held, not
      *   only this band's.
       A0520-SHOW-ONE-FIELD.
            PERFORM A0540-FIELD-DIFFERS.
            MOVE ZERO TO WS-SLICE.
            MOVE "Y" TO WS-MORE-SW.
            PERFORM UNTIL WS-MORE-SW = "N"
                COMPUTE WS-SLICE-OFF = WS-FIELD-OFF(WS-FI)
                    + WS-SLICE * WS-CELL-WIDTH
                COMPUTE WS-SLICE-LEN = WS-FIELD-LEN(WS-FI)
                    - WS-SLICE * WS-CELL-WIDTH
                IF WS-SLICE-LEN > WS-CELL-WIDTH
                    MOVE WS-CELL-WIDTH TO WS-SLICE-LEN
                END-IF
                MOVE SPACES TO WS-SHOW-LINE
                IF WS-SLICE = ZERO
                    MOVE WS-FIELD-LABEL(WS-FI) TO WS-SHOW-LINE(1:11)
                    IF WS-DIFF-SW = "Y"
                        MOVE "*" TO WS-SHOW-LINE(12:1)
                    END-IF
                END-IF
                PERFORM VARYING WS-V FROM WS-BAND-FIRST BY 1
                        UNTIL WS-V > WS-BAND-LAST
                    PERFORM A0590-CELL-POSITION
                    PERFORM A0580-PICK-VERSION
                    MOVE WS-CELL-IMAGE(WS-SLICE-OFF:WS-SLICE-LEN)
                        TO WS-SHOW-LINE(WS-CELL-POS:WS-SLICE-LEN)
                END-PERFORM
                IF WS-SLICE = ZERO
                   OR WS-SHOW-LINE(13:68) NOT = SPACES
                    DISPLAY WS-SHOW-LINE
                END-IF
                ADD 1 TO WS-SLICE
                IF WS-SLICE * WS-CELL-WIDTH >= WS-FIELD-LEN(WS-FI)
                    MOVE "N" TO WS-MORE-SW
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   "Y" in WS-DIFF-SW when the field is not the same in every
      *   version that holds the record.
       A0540-FIELD-DIFFERS.
            MOVE "N" TO WS-DIFF-SW.
            MOVE SPACES TO WS-FIRST-FIELD.
            MOVE "N" TO WS-MORE-SW.
            PERFORM VARYING WS-V FROM ZERO BY 1
                    UNTIL WS-V > WS-VER-COUNT
                PERFORM A0580-PICK-VERSION
                IF WS-CELL-FOUND = "Y"
                    IF WS-MORE-SW = "N"
                        MOVE WS-CELL-IMAGE(WS-FIELD-OFF(WS-FI):
                            WS-FIELD-LEN(WS-FI)) TO WS-FIRST-FIELD
                        MOVE "Y" TO WS-MORE-SW
                    ELSE
                        IF WS-CELL-IMAGE(WS-FIELD-OFF(WS-FI):
                            WS-FIELD-LEN(WS-FI)) NOT =
                            WS-FIRST-FIELD(1:WS-FIELD-LEN(WS-FI))
                            MOVE "Y" TO WS-DIFF-SW
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Version WS-V into WS-CELL-IMAGE / WS-CELL-FOUND.
       A0580-PICK-VERSION.
            IF WS-V = ZERO
                MOVE WS-LIVE-FOUND TO WS-CELL-FOUND
                MOVE WS-LIVE-IMAGE TO WS-CELL-IMAGE
            ELSE
                MOVE WS-VER-FOUND(WS-V) TO WS-CELL-FOUND
                MOVE WS-VER-IMAGE(WS-V) TO WS-CELL-IMAGE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0590-CELL-POSITION.
            COMPUTE WS-COL = WS-V - WS-BAND-FIRST + 1.
            COMPUTE WS-CELL-POS = 13
                + (WS-COL - 1) * (WS-CELL-WIDTH + 1).
            EXIT.
      *-----------------------------------------------------------------
       A0600-CHOOSE-VERSION.
            MOVE ZERO TO WS-CHOICE.
            DISPLAY " ".
            ACCEPT WS-CHOICE-TXT FROM ENVIRONMENT "RECOVER_VERSION".
            IF WS-CHOICE-TXT = SPACES
                DISPLAY "Version a recuperar (1-" WS-VER-COUNT
                    ", ENTER = ninguna): " WITH NO ADVANCING
                ACCEPT WS-CHOICE-TXT
            END-IF.
            IF FUNCTION TRIM(WS-CHOICE-TXT) = SPACES
                DISPLAY "Consulta terminada sin recuperar."
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-CHOICE-TXT) NOT = ZERO
                DISPLAY "Version invalida: " WS-CHOICE-TXT
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-CHOICE-TXT) TO WS-CHOICE.
            IF WS-CHOICE = ZERO
                DISPLAY "Consulta terminada sin recuperar."
                EXIT PARAGRAPH
            END-IF.
            IF WS-CHOICE > WS-VER-COUNT
                DISPLAY "No hay version " WS-CHOICE
                MOVE ZERO TO WS-CHOICE
                EXIT PARAGRAPH
            END-IF.
            IF WS-VER-FOUND(WS-CHOICE) = "A"
                DISPLAY "La version " WS-CHOICE
                    " es de un formato anterior; no se copia."
                MOVE ZERO TO WS-CHOICE
                EXIT PARAGRAPH
            END-IF.
            IF WS-VER-FOUND(WS-CHOICE) NOT = "Y"
                DISPLAY "La version " WS-CHOICE
                    " no guarda el registro."
                MOVE ZERO TO WS-CHOICE
                EXIT PARAGRAPH
            END-IF.
            IF WS-LIVE-FOUND = "Y"
               AND WS-VER-IMAGE(WS-CHOICE) = WS-LIVE-IMAGE
                DISPLAY "La version " WS-CHOICE
                    " es igual al registro vivo; nada que copiar."
                MOVE ZERO TO WS-CHOICE
                EXIT PARAGRAPH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A supervision-level user, active and not locked out, with
      *   the password the sign-on would accept.
       A0650-CHECK-SUPERVISOR.
            MOVE "N" TO WS-SUP-STATE.
            DISPLAY "Usuario supervisor que autoriza: "
                WITH NO ADVANCING.
            ACCEPT WS-SUP-ID.
            MOVE FUNCTION UPPER-CASE(WS-SUP-ID) TO WS-SUP-ID.
            DISPLAY "Contrasena del supervisor: " WITH NO ADVANCING.
            ACCEPT WS-SUP-PASS.
            IF WS-SUP-ID = SPACES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT user-file.
            IF NOT WS-FS-USER-OK
                DISPLAY "Maestro de usuarios no disponible, estado: "
                    WS-FS-USER
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SUP-ID TO usr-id.
            READ user-file
                INVALID KEY
                    DISPLAY "Usuario o contrasena invalidos."
                    CLOSE user-file
                    EXIT PARAGRAPH
            END-READ.
            CALL "pass-hash" USING WS-SUP-PASS, WS-HASH-OUT.
            IF usr-password = WS-HASH-OUT
               OR (usr-password(1:1) NOT = "#"
                   AND usr-password = WS-SUP-PASS)
                IF usr-is-active AND NOT usr-is-locked
                    MOVE "Y" TO WS-SUP-STATE
                ELSE
                    DISPLAY "El usuario esta inactivo o bloqueado."
                END-IF
            ELSE
                DISPLAY "Usuario o contrasena invalidos."
            END-IF.
            CLOSE user-file.
            IF WS-SUP-SIGNED
                PERFORM A0655-CHECK-SUP-RIGHT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The sign-off needs the update right on record-recover, as
      *   the role master grants it; a refusal is recorded in the
      *   menu audit log like any other.
       A0655-CHECK-SUP-RIGHT.
            SET lk-access-op-query TO TRUE.
            MOVE WS-SUP-ID TO lk-access-user.
            MOVE "record-recover" TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF NOT lk-access-update
                MOVE "N" TO WS-SUP-STATE
                DISPLAY "El rol del usuario no permite autorizar esta "
                    "operacion."
                SET lk-access-op-deny TO TRUE
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The chosen version goes back under a record lock; the
      *   before image is the record as read under that lock, not
      *   the one shown, since it may have changed since.
       A0700-COPY-BACK.
            MOVE SPACES TO WS-JRN-NOTE.
            STRING "Copia " WS-VER-DATE(WS-CHOICE) " "
                WS-VER-TIME(WS-CHOICE)(1:5) " autoriza " WS-SUP-ID
                DELIMITED BY SIZE INTO WS-JRN-NOTE
            END-STRING.
            IF WS-TAG-APPT
                OPEN I-O appt-file
            ELSE
                OPEN I-O roster-file
            END-IF.
            IF NOT WS-FS-TARGET-OK
                DISPLAY "ERROR abriendo el archivo vivo, estado: "
                    WS-FS-TARGET UPON STDOUT
                MOVE "A0700-COPY-BACK" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "Archivo vivo no disponible para la recuperacion"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0710-READ-LOCKED.
            EVALUATE WS-READ-OUTCOME
                WHEN "F"
                    PERFORM A0720-REWRITE-RECOVERED
                WHEN "N"
                    PERFORM A0730-WRITE-RECOVERED
                WHEN "L"
                    MOVE RC-WARNING TO RETURN-CODE
                WHEN OTHER
                    MOVE RC-ERROR TO RETURN-CODE
            END-EVALUATE.
            IF WS-TAG-APPT
                UNLOCK appt-file
                CLOSE appt-file
            ELSE
                UNLOCK roster-file
                CLOSE roster-file
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Read-for-update with a record lock, retried a bounded number
      *   of times while another operator holds the record.  The
      *   file status is tested AFTER the READ: a held record returns
      *   status 51 without raising the invalid-key condition.
       A0710-READ-LOCKED.
            MOVE SPACE TO WS-READ-OUTCOME.
            PERFORM VARYING WS-LOCK-TRY FROM 1 BY 1
                    UNTIL WS-LOCK-TRY > WS-LOCK-TRIES
                    OR WS-READ-OUTCOME NOT = SPACE
                IF WS-TAG-APPT
                    MOVE WS-SEEK-KEY(1:20) TO appt-key OF appt-rec
                    READ appt-file WITH LOCK
                        INVALID KEY CONTINUE
                    END-READ
                ELSE
                    MOVE WS-SEEK-KEY(1:51) TO roster-key OF rec-name
                    READ roster-file WITH LOCK
                        INVALID KEY CONTINUE
                    END-READ
                END-IF
                EVALUATE TRUE
                    WHEN WS-FS-TARGET = "00"
                        MOVE "F" TO WS-READ-OUTCOME
                    WHEN WS-FS-TARGET = "51" OR WS-FS-TARGET = "99"
                        DISPLAY "Registro en uso por otro "
                            "operador, reintentando..."
                    WHEN WS-FS-TARGET = "23"
                        MOVE "N" TO WS-READ-OUTCOME
                    WHEN OTHER
                        DISPLAY "ERROR leyendo el archivo vivo, "
                            "estado: " WS-FS-TARGET UPON STDOUT
                        MOVE "E" TO WS-READ-OUTCOME
                END-EVALUATE
            END-PERFORM.
            IF WS-READ-OUTCOME = SPACE
                MOVE "L" TO WS-READ-OUTCOME
                DISPLAY "Registro en uso por otro operador; intente "
                    "mas tarde."
                MOVE "A0710-READ-LOCKED" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE "Registro bloqueado tras reintentos; sin recuperar"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0720-REWRITE-RECOVERED.
            IF WS-TAG-APPT
                MOVE appt-rec TO WS-BEFORE-IMAGE
                MOVE WS-VER-IMAGE(WS-CHOICE) TO appt-rec
                PERFORM A0740-KEEP-LIVE-BOOKING
                MOVE appt-rec TO WS-AFTER-IMAGE
                REWRITE appt-rec
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                MOVE rec-name TO WS-BEFORE-IMAGE
                MOVE WS-VER-IMAGE(WS-CHOICE) TO rec-name
                REWRITE rec-name
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
            IF NOT WS-FS-TARGET-OK
                PERFORM A0790-COPY-FAILED
                EXIT PARAGRAPH
            END-IF.
            IF WS-TAG-APPT
                MOVE "ANTES" TO WS-JRN-ACTION
                PERFORM A0800-WRITE-APPT-JOURNAL
                MOVE "CAMBIAR" TO WS-JRN-ACTION
                PERFORM A0800-WRITE-APPT-JOURNAL
            ELSE
                PERFORM A0850-WRITE-ROSTER-JOURNAL
            END-IF.
            DISPLAY "Registro recuperado de la version " WS-CHOICE
                " (" WS-VER-DATE(WS-CHOICE) " "
                WS-VER-TIME(WS-CHOICE) ")".
            EXIT.
      *-----------------------------------------------------------------
       A0730-WRITE-RECOVERED.
            IF WS-TAG-APPT
                MOVE WS-VER-IMAGE(WS-CHOICE) TO appt-rec
                PERFORM A0750-CLEAR-BOOKING
                MOVE appt-rec TO WS-AFTER-IMAGE
                WRITE appt-rec
                    INVALID KEY CONTINUE
                END-WRITE
            ELSE
                MOVE WS-VER-IMAGE(WS-CHOICE) TO rec-name
                WRITE rec-name
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF.
            IF NOT WS-FS-TARGET-OK
                PERFORM A0790-COPY-FAILED
                EXIT PARAGRAPH
            END-IF.
            IF WS-TAG-APPT
                MOVE "AGREGAR" TO WS-JRN-ACTION
                PERFORM A0800-WRITE-APPT-JOURNAL
            ELSE
                PERFORM A0850-WRITE-ROSTER-JOURNAL
            END-IF.
            DISPLAY "Registro repuesto desde la version " WS-CHOICE
                " (" WS-VER-DATE(WS-CHOICE) " "
                WS-VER-TIME(WS-CHOICE) ")".
            EXIT.
      *-----------------------------------------------------------------
      *   Over a record still there, the room, place and length stay
      *   as the live record has them whenever the recovered ones
      *   would book something different: room-book and the
      *   vehicle-booking index hold the slot the live record took,
      *   and a recovered booking nobody checked could double-book
      *   the room or the vehicle.
       A0740-KEEP-LIVE-BOOKING.
            MOVE SPACE TO WS-BOOKING-SW.
            MOVE WS-BEFORE-IMAGE(146:12) TO WS-LIVE-BOOKING.
            IF rec-room = WS-LIVE-ROOM
               AND rec-location = WS-LIVE-LOCATION
               AND rec-duration = WS-LIVE-DURATION
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0760-TEST-RECOVERED-BOOKS.
            MOVE WS-LIVE-LOCATION TO WS-TEST-LOCATION.
            PERFORM A0770-TEST-OFF-SITE.
            IF NOT WS-RECOVERED-BOOKS
               AND WS-LIVE-ROOM = SPACES
               AND NOT WS-IS-OFF-SITE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LIVE-ROOM TO rec-room.
            MOVE WS-LIVE-LOCATION TO rec-location.
            MOVE WS-LIVE-DURATION TO rec-duration.
            SET WS-BOOKING-KEPT TO TRUE.
            PERFORM A0780-BOOKING-NOTE.
            EXIT.
      *-----------------------------------------------------------------
      *   A deleted appointment comes back without its room and
      *   off-site place: its room-book row and vehicle booking went
      *   with it, and the slot may have been taken since.  The room
      *   and vehicle are booked again through the calendar.
       A0750-CLEAR-BOOKING.
            MOVE SPACE TO WS-BOOKING-SW.
            PERFORM A0760-TEST-RECOVERED-BOOKS.
            IF NOT WS-RECOVERED-BOOKS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO rec-room rec-location.
            SET WS-BOOKING-CLEARED TO TRUE.
            PERFORM A0780-BOOKING-NOTE.
            EXIT.
      *-----------------------------------------------------------------
      *   Whether the recovered image holds a room or a place other
      *   than the office, the two things the calendar books.
       A0760-TEST-RECOVERED-BOOKS.
            MOVE rec-location TO WS-TEST-LOCATION.
            PERFORM A0770-TEST-OFF-SITE.
            IF rec-room NOT = SPACES OR WS-IS-OFF-SITE
                MOVE "Y" TO WS-BOOKS-SW
            ELSE
                MOVE "N" TO WS-BOOKS-SW
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0770-TEST-OFF-SITE.
            MOVE "N" TO WS-OFF-SITE-SW.
            IF WS-TEST-LOCATION = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-OFFICE-CODE = SPACES
                ACCEPT WS-OFFICE-CODE
                    FROM ENVIRONMENT "APPT_OFFICE_CODE"
            END-IF.
            IF WS-OFFICE-CODE = SPACES
                MOVE CFG-DEFAULT-OFFICE-CODE TO WS-OFFICE-CODE
            END-IF.
            IF FUNCTION UPPER-CASE(WS-TEST-LOCATION)
                NOT = FUNCTION UPPER-CASE(WS-OFFICE-CODE)
                MOVE "Y" TO WS-OFF-SITE-SW
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The journal note is only 40 bytes: the copy's date and the
      *   supervisor, then "sin sala" when the booking was cleared or
      *   "sala act." when the live one was kept.
       A0780-BOOKING-NOTE.
            MOVE SPACES TO WS-JRN-NOTE.
            IF WS-BOOKING-CLEARED
                STRING "Copia " WS-VER-DATE(WS-CHOICE) " aut "
                    WS-SUP-ID " sin sala"
                    DELIMITED BY SIZE INTO WS-JRN-NOTE
                END-STRING
                DISPLAY "La cita vuelve sin sala ni lugar: reservelos "
                    "de nuevo desde el calendario."
            ELSE
                STRING "Copia " WS-VER-DATE(WS-CHOICE) " aut "
                    WS-SUP-ID " sala act."
                    DELIMITED BY SIZE INTO WS-JRN-NOTE
                END-STRING
                DISPLAY "Se conservan la sala, el lugar y la duracion "
                    "de la cita viva."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0790-COPY-FAILED.
            DISPLAY "ERROR grabando el registro recuperado, estado: "
                WS-FS-TARGET UPON STDOUT.
            MOVE "A0700-COPY-BACK" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            MOVE "No se pudo grabar el registro recuperado"
                TO WS-LOG-MESSAGE.
            PERFORM A0890-LOG-ERROR.
            MOVE RC-ERROR TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
      *   One calendar journal line (layout in cpy/appt-journal): an
      *   ANTES carries the before image, every other line the
      *   image as written and the note naming copy and supervisor.
       A0800-WRITE-APPT-JOURNAL.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-JRN-TIME FROM TIME.
            OPEN EXTEND appt-journal.
            IF NOT WS-FS-AJRN-OK
                CLOSE appt-journal
                OPEN OUTPUT appt-journal
            END-IF.
            IF NOT WS-FS-AJRN-OK
                DISPLAY "Aviso: no se pudo grabar la bitacora de "
                    "citas, estado: " WS-FS-AJRN UPON STDOUT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ajrn-rec.
            STRING WS-JRN-YYYY "-" WS-JRN-MM "-" WS-JRN-DD
                DELIMITED BY SIZE INTO ajrn-date
            END-STRING.
            STRING WS-JRN-HH ":" WS-JRN-MN ":" WS-JRN-SS
                DELIMITED BY SIZE INTO ajrn-time
            END-STRING.
            MOVE "|" TO ajrn-sep1 ajrn-sep2 ajrn-sep3 ajrn-sep4
                ajrn-sep5 ajrn-sep6.
            MOVE WS-OPERATOR-ID TO ajrn-operator.
            MOVE WS-JRN-ACTION TO ajrn-action.
            MOVE WS-SEEK-KEY(1:20) TO ajrn-key.
            IF WS-JRN-ACTION = "ANTES"
                MOVE WS-BEFORE-IMAGE(21:148) TO ajrn-image
            ELSE
                MOVE WS-AFTER-IMAGE(21:148) TO ajrn-image
                MOVE WS-JRN-NOTE TO ajrn-note
            END-IF.
            WRITE ajrn-rec.
            CLOSE appt-journal.
            EXIT.
      *-----------------------------------------------------------------
      *   The roster journal line names the entry by its recovered
      *   display spelling, and carries the copy and the supervisor
      *   where a rename carries the new name.
       A0850-WRITE-ROSTER-JOURNAL.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-JRN-TIME FROM TIME.
            OPEN EXTEND roster-journal.
            IF NOT WS-FS-RJRN-OK
                CLOSE roster-journal
                OPEN OUTPUT roster-journal
            END-IF.
            IF NOT WS-FS-RJRN-OK
                DISPLAY "Aviso: no se pudo grabar la bitacora, "
                    "estado: " WS-FS-RJRN UPON STDOUT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO rjrn-rec.
            STRING WS-JRN-YYYY "-" WS-JRN-MM "-" WS-JRN-DD
                DELIMITED BY SIZE INTO rjrn-date
            END-STRING.
            STRING WS-JRN-HH ":" WS-JRN-MN ":" WS-JRN-SS
                DELIMITED BY SIZE INTO rjrn-time
            END-STRING.
            MOVE "|" TO rjrn-sep1 rjrn-sep2 rjrn-sep3 rjrn-sep4
                rjrn-sep5 rjrn-sep6 rjrn-sep7.
            MOVE WS-OPERATOR-ID TO rjrn-operator.
            MOVE WS-SEEK-KEY(1:1) TO rjrn-file.
            MOVE "RECUPERA" TO rjrn-action.
            MOVE WS-VER-IMAGE(WS-CHOICE)(52:50) TO rjrn-name.
            MOVE WS-JRN-NOTE TO rjrn-new-name.
            WRITE rjrn-rec.
            CLOSE roster-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0890-LOG-ERROR.
            MOVE "record-recover" TO WS-LOG-PROGRAM.
            CALL "log-error" USING WS-LOG-PROGRAM, WS-LOG-PARAGRAPH,
                WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
      *-----------------------------------------------------------------
       A0950-FREE-VERSIONS.
            SET lk-tg-op-free TO TRUE.
            SET lk-tg-ptr TO WS-VER-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-VER-PTR TO NULL.
            EXIT.
       END PROGRAM record-recover.
