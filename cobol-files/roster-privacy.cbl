      ******************************************************************
      * ROSTER-PRIVACY
      * Personal-data inquiry and erasure for one person, for the
      * "what do you hold about me" and "remove me" requests that
      * used to be a morning of hand searches.  The person is given
      * as sex and name; the name is normalized like the roster key
      * and an alias is followed to its canonical entry.  The search
      * then covers every spelling of that person: the canonical
      * name, its aliases, and any earlier spelling a RENOMBRA line
      * in the roster journal renamed away from.  A name found on
      * neither roster is still searched as typed, since it may be
      * an attendee that was never on the roster.
      *
      * Places searched:
      *   roster and roster archive     the entry itself (by key)
      *   phonetic index, contacts      keyed by the same name
      *   appointments, appointment     attendee equal to a spelling,
      *   archive, cancellation history or a spelling inside the
      *                                 description
      *   attendee list                 attendee name
      *   appointment notes, notes      a spelling inside the line
      *   history                       (agendas, preparation)
      *   roster journal                name or new name (same sex)
      *   calendar journal              attendee, description, note
      * The calendar carries no sex code, so an attendee spelled
      * like the person is taken as the person, as in a merge.
      *
      * Actions (PRIVACY_ACTION, prompted when unset):
      *   C = consulta: the report lists every place the person
      *       appears with what is held there, to hand over
      *   B = borrado: the same search counts what would change;
      *       after the operator confirms and a user whose role
      *       carries the update right on roster-privacy signs off
      *       with their password, the person is anonymized
      *       everywhere with the name-scramble scheme data-scramble
      *       uses -- every spelling gets its own
      *       generated name (aliases keep pointing at the
      *       canonical one), descriptions and notes that named the
      *       person become neutral text, a visitor's company and
      *       identity document are blanked out, and the contact
      *       record is deleted.  Keys, dates, statuses and counts
      *       survive.  The journals are rewritten through the work
      *       file, so history no longer names the person either;
      *       should the copy back fail, the work file holds the
      *       rewritten journal.  A changed appointment is journaled
      *       CAMBIAR with its new image only, and the erasure
      *       itself is one ANONIMIZ line in the roster journal that
      *       carries the generated name and the supervisor, never
      *       the erased name.  The erasure report shows keys and
      *       generated names only.
      * Backups taken before an erasure still hold the person until
      * they age out of the catalog.
      *
      * Environment:
      *   PRIVACY_SEX, PRIVACY_NAME   the person (prompted when unset)
      *   PRIVACY_REPORT              the report
      *   PRIVACY_WORK                journal rewrite work file
      *   plus the usual ROSTER_FILE, ROSTER_ARCH_FILE,
      *   ROSTER_PHON_FILE, CONTACTS_FILE, APPT_DATA_FILE,
      *   APPT_ARCHIVE_FILE, APPT_ATND_FILE, APPT_CANCEL_FILE,
      *   APPT_NOTES_FILE, APPT_NOTES_HIST, ROSTER_JOURNAL_FILE,
      *   APPT_JOURNAL_FILE, USER_MASTER_FILE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roster-privacy.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT file-names
                ASSIGN TO DYNAMIC WS-ROSTER-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS roster-key OF rec-name
                FILE STATUS IS WS-FS-ROSTER.

            SELECT arch-names
                ASSIGN TO DYNAMIC WS-RARCH-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS roster-key OF rec-name-arch
                FILE STATUS IS WS-FS-RARCH.

            SELECT file-names-phon
                ASSIGN TO DYNAMIC WS-PHON-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS phon-key OF rec-name-phon
                FILE STATUS IS WS-FS-PHON.

            SELECT contact-file
                ASSIGN TO DYNAMIC WS-CONTACT-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS contact-key OF contact-rec
                FILE STATUS IS WS-FS-CONTACT.

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

            SELECT atnd-file
                ASSIGN TO DYNAMIC WS-ATND-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS at-key OF at-rec
                FILE STATUS IS WS-FS-ATND.

            SELECT cancel-file
                ASSIGN TO DYNAMIC WS-CANCEL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS canc-key OF canc-rec
                FILE STATUS IS WS-FS-CANCEL.

      *     notes behind the live appointments, and those that went
      *     to history with an archived or cancelled one
            SELECT note-file
                ASSIGN TO DYNAMIC WS-NOTE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS nt-key OF nt-rec
                FILE STATUS IS WS-FS-NOTE.

            SELECT note-hist-file
                ASSIGN TO DYNAMIC WS-NHIST-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS nh-key OF nh-rec
                FILE STATUS IS WS-FS-NHIST.

            SELECT roster-journal
                ASSIGN TO DYNAMIC WS-RJRN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RJRN.

            SELECT appt-journal
                ASSIGN TO DYNAMIC WS-AJRN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-AJRN.

            SELECT work-file
                ASSIGN TO DYNAMIC WS-WORK-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-WORK.

            SELECT privacy-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.

            SELECT user-file
                ASSIGN TO DYNAMIC WS-USER-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS user-key OF user-rec
                FILE STATUS IS WS-FS-USER.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD file-names.
        01 rec-name.
           COPY "cpy/roster-fields".

       FD arch-names.
        01 rec-name-arch.
           COPY "cpy/roster-fields".

       FD file-names-phon.
        01 rec-name-phon.
           COPY "cpy/roster-phon".

       FD contact-file.
        01 contact-rec.
           COPY "cpy/contact-rec".

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

       FD arch-file.
        01 arch-rec.
            05 arch-key.
                10 arch-owner      PIC X(08).
                10 arch-year       PIC 9(04).
                10 arch-month      PIC 99.
                10 arch-day        PIC 99.
                10 arch-hour       PIC 99.
                10 arch-minute     PIC 99.
            05 arch-recur          PIC X(01).
            05 arch-desc           PIC X(60).
            05 arch-attendee       PIC X(50).
            05 arch-series         PIC X(14).
            05 arch-room           PIC X(04).
            05 arch-location       PIC X(05).
            05 arch-duration       PIC 9(03).
            05 arch-type           PIC X(04).
            05 arch-outcome        PIC X(01).
            05 arch-refnum         PIC 9(06).

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
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

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

       FD note-file.
        01 nt-rec.
            05 nt-key.
                10 nt-owner        PIC X(08).
                10 nt-year         PIC 9(04).
                10 nt-month        PIC 99.
                10 nt-day          PIC 99.
                10 nt-hour         PIC 99.
                10 nt-minute       PIC 99.
                10 nt-seq          PIC 99.
            05 nt-text             PIC X(60).

       FD note-hist-file.
        01 nh-rec.
            05 nh-key.
      *         (A)rchivada or (C)ancelada
                10 nh-kind         PIC X(01).
                10 nh-owner        PIC X(08).
                10 nh-year         PIC 9(04).
                10 nh-month        PIC 99.
                10 nh-day          PIC 99.
                10 nh-hour         PIC 99.
                10 nh-minute       PIC 99.
                10 nh-stamp-date   PIC 9(08).
                10 nh-stamp-time   PIC 9(06).
                10 nh-seq          PIC 99.
            05 nh-text             PIC X(60).

       FD roster-journal.
           COPY "cpy/roster-journal".

       FD appt-journal.
           COPY "cpy/appt-journal".

       FD work-file.
        01 work-line             PIC X(300).

       FD privacy-report.
        01 privacy-report-line   PIC X(132).

       FD user-file.
        01 user-rec.
           COPY "cpy/user-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/access-check".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-ROSTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-RARCH-PATH         PIC X(255) VALUE SPACES.
       77 WS-PHON-PATH          PIC X(255) VALUE SPACES.
       77 WS-CONTACT-PATH       PIC X(255) VALUE SPACES.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-ARCH-PATH          PIC X(255) VALUE SPACES.
       77 WS-ATND-PATH          PIC X(255) VALUE SPACES.
       77 WS-CANCEL-PATH        PIC X(255) VALUE SPACES.
       77 WS-NOTE-PATH          PIC X(255) VALUE SPACES.
       77 WS-NHIST-PATH         PIC X(255) VALUE SPACES.
       77 WS-RJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-WORK-PATH          PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-USER-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-ROSTER          PIC X(02) VALUE "00".
           88 WS-FS-ROSTER-OK       VALUE "00" "02".
       77 WS-FS-RARCH           PIC X(02) VALUE "00".
           88 WS-FS-RARCH-OK        VALUE "00" "02".
       77 WS-FS-PHON            PIC X(02) VALUE "00".
           88 WS-FS-PHON-OK         VALUE "00" "02".
       77 WS-FS-CONTACT         PIC X(02) VALUE "00".
           88 WS-FS-CONTACT-OK      VALUE "00" "02".
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02".
       77 WS-FS-ARCH            PIC X(02) VALUE "00".
           88 WS-FS-ARCH-OK         VALUE "00" "02".
       77 WS-FS-ATND            PIC X(02) VALUE "00".
           88 WS-FS-ATND-OK         VALUE "00" "02".
       77 WS-FS-CANCEL          PIC X(02) VALUE "00".
           88 WS-FS-CANCEL-OK       VALUE "00" "02".
       77 WS-FS-NOTE            PIC X(02) VALUE "00".
           88 WS-FS-NOTE-OK         VALUE "00" "02".
       77 WS-FS-NHIST           PIC X(02) VALUE "00".
           88 WS-FS-NHIST-OK        VALUE "00" "02".
       77 WS-FS-RJRN            PIC X(02) VALUE "00".
           88 WS-FS-RJRN-OK         VALUE "00".
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00".
       77 WS-FS-WORK            PIC X(02) VALUE "00".
           88 WS-FS-WORK-OK         VALUE "00".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
           88 WS-FS-REPORT-OK       VALUE "00".
       77 WS-FS-USER            PIC X(02) VALUE "00".
           88 WS-FS-USER-OK         VALUE "00" "02".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-ACTION             PIC X(01) VALUE SPACE.
        88 WS-ACTION-INQUIRY    VALUE "C" "c".
        88 WS-ACTION-ERASE      VALUE "B" "b".
      *   the search runs once counting (and, for an inquiry,
      *   reporting) and, for an erasure, once more changing
       77 WS-PASS               PIC X(01) VALUE "S".
        88 WS-PASS-SEARCH       VALUE "S".
        88 WS-PASS-ERASE        VALUE "E".
       77 WS-REPORTING          PIC X(01) VALUE "N".
        88 WS-IS-REPORTING      VALUE "Y".
       77 WS-ASK-SEX            PIC X(01) VALUE SPACE.
       77 WS-WORK-SEX           PIC X(01) VALUE SPACE.
       77 WS-ASK-NAME           PIC X(50) VALUE SPACES.
       77 WS-NORM-NAME          PIC X(50) VALUE SPACES.
       77 WS-CANON-NORM         PIC X(50) VALUE SPACES.
       77 WS-CANON-WHERE        PIC X(01) VALUE SPACE.
        88 WS-CANON-LIVE        VALUE "L".
        88 WS-CANON-ARCHIVED    VALUE "H".
      *   every spelling of the person: its key form, its length for
      *   the free-text search, the form shown, what it is, and the
      *   generated name an erasure gives it
       77 WS-SP-MAX             PIC 9(02) COMP VALUE 20.
       77 WS-SP-COUNT           PIC 9(02) COMP VALUE ZERO.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 20 TIMES.
               10 WS-SP-NORM        PIC X(50).
               10 WS-SP-LEN         PIC 9(02) COMP.
               10 WS-SP-DISPLAY     PIC X(50).
               10 WS-SP-KIND        PIC X(01).
                   88 WS-SP-CANONICAL   VALUE "C".
                   88 WS-SP-ALIAS       VALUE "A".
                   88 WS-SP-FORMER      VALUE "F".
                   88 WS-SP-TYPED       VALUE "T".
               10 WS-SP-GEN         PIC X(50).
               10 WS-SP-GEN-NORM    PIC X(50).
       77 WS-SP-I               PIC 9(02) COMP VALUE ZERO.
       77 WS-SP-J               PIC 9(02) COMP VALUE ZERO.
       77 WS-SP-FOUND           PIC 9(02) COMP VALUE ZERO.
       77 WS-SP-ADDED           PIC 9(02) COMP VALUE ZERO.
       77 WS-SP-FULL            PIC X(01) VALUE "N".
        88 WS-SP-TABLE-FULL     VALUE "Y".
       77 WS-ADD-NORM           PIC X(50) VALUE SPACES.
       77 WS-ADD-DISPLAY        PIC X(50) VALUE SPACES.
       77 WS-ADD-KIND           PIC X(01) VALUE SPACE.
       77 WS-MATCH-IN           PIC X(50) VALUE SPACES.
       77 WS-MATCH-NORM         PIC X(50) VALUE SPACES.
       77 WS-FREE-TEXT          PIC X(60) VALUE SPACES.
       77 WS-FREE-UP            PIC X(60) VALUE SPACES.
       77 WS-FREE-HIT           PIC X(01) VALUE "N".
        88 WS-FREE-TEXT-HIT     VALUE "Y".
       77 WS-DESC-HIT           PIC X(01) VALUE "N".
        88 WS-DESC-NAMES-PERSON VALUE "Y".
       77 WS-NOTE-HIT           PIC X(01) VALUE "N".
        88 WS-NOTE-NAMES-PERSON VALUE "Y".
       77 WS-TALLY              PIC 9(04) COMP VALUE ZERO.
       77 WS-HIT-NAME           PIC 9(02) COMP VALUE ZERO.
       77 WS-HIT-NEW            PIC 9(02) COMP VALUE ZERO.
      *   the roster entry being rebuilt under its generated name
       01 WS-HOLD-NAME.
           COPY "cpy/roster-fields".
      *   a calendar journal image, broken out
       01 WS-AJ-IMAGE.
           05 WS-AJ-RECUR           PIC X(01).
           05 WS-AJ-DESC            PIC X(60).
           05 WS-AJ-ATTENDEE        PIC X(50).
           05 FILLER                PIC X(31).
           05 WS-AJ-REFNUM          PIC X(06).
      *   replacement names
       77 WS-NAME-SEED          PIC 9(07) VALUE ZERO.
       77 WS-SEED-LIMIT         PIC 9(07) VALUE 248831.
       77 WS-GEN-NAME           PIC X(50) VALUE SPACES.
       77 WS-GEN-NORM           PIC X(50) VALUE SPACES.
       77 WS-NAME-FREE          PIC X(01) VALUE "N".
        88 WS-NAME-IS-FREE      VALUE "Y".
       77 WS-ROSTER-OPEN        PIC X(01) VALUE "N".
        88 ROSTER-IS-OPEN       VALUE "Y".
       77 WS-RARCH-OPEN         PIC X(01) VALUE "N".
        88 RARCH-IS-OPEN        VALUE "Y".
       77 WS-NEUTRAL-DESC       PIC X(60) VALUE SPACES.
       77 WS-SHOW-NOTE          PIC X(60) VALUE SPACES.
       77 WS-PHON-NAME          PIC X(50) VALUE SPACES.
       77 WS-PHON-CODE          PIC X(04) VALUE SPACES.
      *   supervisor sign-off
       77 WS-SUP-ID             PIC X(08) VALUE SPACES.
       77 WS-SUP-PASS           PIC X(12) VALUE SPACES.
       77 WS-HASH-OUT           PIC X(12) VALUE SPACES.
       77 WS-SUP-STATE          PIC X(01) VALUE "N".
        88 WS-SUP-SIGNED        VALUE "Y".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
      *   journal stamp
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       77 WS-AJRN-ACTION        PIC X(08) VALUE SPACES.
       77 WS-AJRN-NOTE          PIC X(40) VALUE SPACES.
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
      *   counts per place searched
       77 WS-CNT-ROSTER         PIC 9(06) VALUE ZERO.
       77 WS-CNT-RARCH          PIC 9(06) VALUE ZERO.
       77 WS-CNT-PHON           PIC 9(06) VALUE ZERO.
       77 WS-CNT-CONTACT        PIC 9(06) VALUE ZERO.
       77 WS-CNT-APPT           PIC 9(06) VALUE ZERO.
       77 WS-CNT-ARCH           PIC 9(06) VALUE ZERO.
       77 WS-CNT-ATND           PIC 9(06) VALUE ZERO.
       77 WS-CNT-CANCEL         PIC 9(06) VALUE ZERO.
       77 WS-CNT-NOTE           PIC 9(06) VALUE ZERO.
       77 WS-CNT-NHIST          PIC 9(06) VALUE ZERO.
       77 WS-CNT-RJRN           PIC 9(06) VALUE ZERO.
       77 WS-CNT-AJRN           PIC 9(06) VALUE ZERO.
       77 WS-CNT-TOTAL          PIC 9(07) VALUE ZERO.
       77 WS-FAIL-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-COUNT-DISP         PIC ZZZZZ9 VALUE ZERO.
      *   report work
       77 WS-PLACE              PIC X(16) VALUE SPACES.
       01 WS-SHOW-KEY.
           05 WS-SHOW-OWNER         PIC X(08).
           05 WS-SHOW-YEAR          PIC 9(04).
           05 WS-SHOW-MONTH         PIC 99.
           05 WS-SHOW-DAY           PIC 99.
           05 WS-SHOW-HOUR          PIC 99.
           05 WS-SHOW-MINUTE        PIC 99.
       77 WS-SHOW-REFNUM        PIC X(06) VALUE SPACES.
       77 WS-SHOW-DESC          PIC X(60) VALUE SPACES.
       77 WS-SHOW-ATTENDEE      PIC X(50) VALUE SPACES.
       77 WS-SHOW-EXTRA         PIC X(50) VALUE SPACES.
       77 WS-KIND-TXT           PIC X(24) VALUE SPACES.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "roster-privacy" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            PERFORM A0250-GET-PERSON.
            IF WS-WORK-SEX NOT = "F" AND WS-WORK-SEX NOT = "M"
               OR WS-NORM-NAME = SPACES
               OR NOT (WS-ACTION-INQUIRY OR WS-ACTION-ERASE)
                DISPLAY "Accion, sexo o nombre invalido; nada que "
                    "buscar."
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0190-END-JOB
            END-IF.
            PERFORM A0300-FIND-PERSON.
            OPEN OUTPUT privacy-report.
            IF NOT WS-FS-REPORT-OK
                DISPLAY "ERROR abriendo el reporte, estado: "
                    WS-FS-REPORT UPON STDOUT
                MOVE "A0100-MAIN" TO WS-LOG-PARAGRAPH
                MOVE "No se pudo abrir el reporte de datos personales"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                MOVE RC-ERROR TO RETURN-CODE
                PERFORM A0190-END-JOB
            END-IF.
      *     an erasure's preview only counts: its report must not
      *     carry the name it is about to remove
            IF WS-ACTION-INQUIRY
                MOVE "Y" TO WS-REPORTING
                PERFORM A0500-INQUIRY-HEADING
            ELSE
                MOVE "N" TO WS-REPORTING
            END-IF.
            SET WS-PASS-SEARCH TO TRUE.
            PERFORM A0400-SEARCH-ALL.
            PERFORM A0600-SHOW-TOTALS.
            IF WS-ACTION-ERASE
                PERFORM A0650-ERASE-PERSON
            END-IF.
            CLOSE privacy-report.
            PERFORM A0190-END-JOB.
      *-----------------------------------------------------------------
       A0190-END-JOB.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT "ROSTER_FILE".
            IF WS-ROSTER-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER TO WS-ROSTER-PATH
            END-IF.
            ACCEPT WS-RARCH-PATH FROM ENVIRONMENT "ROSTER_ARCH_FILE".
            IF WS-RARCH-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-ARCH TO WS-RARCH-PATH
            END-IF.
            ACCEPT WS-PHON-PATH FROM ENVIRONMENT "ROSTER_PHON_FILE".
            IF WS-PHON-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-PHON TO WS-PHON-PATH
            END-IF.
            ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT "CONTACTS_FILE".
            IF WS-CONTACT-PATH = SPACES
                MOVE CFG-DEFAULT-CONTACTS TO WS-CONTACT-PATH
            END-IF.
            ACCEPT WS-APPT-PATH FROM ENVIRONMENT "APPT_DATA_FILE".
            IF WS-APPT-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-APPT-PATH
            END-IF.
            ACCEPT WS-ARCH-PATH FROM ENVIRONMENT "APPT_ARCHIVE_FILE".
            IF WS-ARCH-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-ARCHIVE TO WS-ARCH-PATH
            END-IF.
            ACCEPT WS-ATND-PATH FROM ENVIRONMENT "APPT_ATND_FILE".
            IF WS-ATND-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-ATND TO WS-ATND-PATH
            END-IF.
            ACCEPT WS-CANCEL-PATH FROM ENVIRONMENT "APPT_CANCEL_FILE".
            IF WS-CANCEL-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-CANCEL TO WS-CANCEL-PATH
            END-IF.
            ACCEPT WS-NOTE-PATH FROM ENVIRONMENT "APPT_NOTES_FILE".
            IF WS-NOTE-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-NOTES TO WS-NOTE-PATH
            END-IF.
            ACCEPT WS-NHIST-PATH FROM ENVIRONMENT "APPT_NOTES_HIST".
            IF WS-NHIST-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-NOTEHIST TO WS-NHIST-PATH
            END-IF.
            ACCEPT WS-RJRN-PATH
                FROM ENVIRONMENT "ROSTER_JOURNAL_FILE".
            IF WS-RJRN-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-JOURNAL TO WS-RJRN-PATH
            END-IF.
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            ACCEPT WS-WORK-PATH FROM ENVIRONMENT "PRIVACY_WORK".
            IF WS-WORK-PATH = SPACES
                MOVE CFG-DEFAULT-PRIVACY-WORK TO WS-WORK-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "PRIVACY_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-PRIVACY-RPT TO WS-REPORT-PATH
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
       A0250-GET-PERSON.
            ACCEPT WS-ACTION FROM ENVIRONMENT "PRIVACY_ACTION".
            IF WS-ACTION = SPACE
                DISPLAY "Accion (C=Consulta de datos personales, "
                    "B=Borrado por anonimizacion): " WITH NO ADVANCING
                ACCEPT WS-ACTION
            END-IF.
            ACCEPT WS-ASK-SEX FROM ENVIRONMENT "PRIVACY_SEX".
            IF WS-ASK-SEX = SPACE
                DISPLAY "Sexo de la persona (F/M): " WITH NO ADVANCING
                ACCEPT WS-ASK-SEX
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-ASK-SEX) TO WS-WORK-SEX.
            ACCEPT WS-ASK-NAME FROM ENVIRONMENT "PRIVACY_NAME".
            IF WS-ASK-NAME = SPACES
                DISPLAY "Nombre de la persona: " WITH NO ADVANCING
                ACCEPT WS-ASK-NAME
            END-IF.
            MOVE SPACES TO WS-NORM-NAME.
            IF WS-ASK-NAME NOT = SPACES
                CALL "name-normalize" USING WS-ASK-NAME, WS-NORM-NAME
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Who the person is: the canonical entry (live roster first,
      *   then its archive), its aliases, and the spellings the
      *   roster journal renamed away from.
       A0300-FIND-PERSON.
            MOVE ZERO TO WS-SP-COUNT.
            MOVE WS-NORM-NAME TO WS-CANON-NORM.
            MOVE SPACE TO WS-CANON-WHERE.
            PERFORM A0380-OPEN-ROSTERS-INPUT.
            PERFORM A0310-LOOK-UP-CANONICAL.
            IF WS-CANON-WHERE = SPACE
                MOVE WS-NORM-NAME TO WS-ADD-NORM
                MOVE WS-ASK-NAME TO WS-ADD-DISPLAY
                MOVE "T" TO WS-ADD-KIND
                PERFORM A0320-ADD-SPELLING
            ELSE
                MOVE WS-CANON-NORM TO WS-ADD-NORM
                MOVE "C" TO WS-ADD-KIND
                PERFORM A0320-ADD-SPELLING
                PERFORM A0330-COLLECT-ALIASES
            END-IF.
            PERFORM A0390-CLOSE-ROSTERS.
            MOVE 1 TO WS-SP-ADDED.
            PERFORM A0340-COLLECT-FORMER-NAMES
                UNTIL WS-SP-ADDED = ZERO.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-ADD-DISPLAY is left holding the canonical display form.
       A0310-LOOK-UP-CANONICAL.
            IF ROSTER-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name
                MOVE WS-NORM-NAME TO name OF rec-name
                READ file-names
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "L" TO WS-CANON-WHERE
                END-READ
            END-IF.
            IF WS-CANON-LIVE
               AND rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "Alias de: " rname-alias-of OF rec-name
                MOVE rname-alias-of OF rec-name TO WS-CANON-NORM
                MOVE WS-CANON-NORM TO name OF rec-name
                READ file-names
                    INVALID KEY MOVE SPACE TO WS-CANON-WHERE
                END-READ
            END-IF.
            IF WS-CANON-LIVE
                MOVE rname-display OF rec-name TO WS-ADD-DISPLAY
                EXIT PARAGRAPH
            END-IF.
            IF RARCH-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name-arch
                MOVE WS-CANON-NORM TO name OF rec-name-arch
                READ arch-names
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "H" TO WS-CANON-WHERE
                END-READ
            END-IF.
            IF WS-CANON-ARCHIVED
               AND rname-alias-of OF rec-name-arch NOT = SPACES
                DISPLAY "Alias de: " rname-alias-of OF rec-name-arch
                MOVE rname-alias-of OF rec-name-arch TO WS-CANON-NORM
                MOVE WS-CANON-NORM TO name OF rec-name-arch
                READ arch-names
                    INVALID KEY MOVE SPACE TO WS-CANON-WHERE
                END-READ
            END-IF.
            IF WS-CANON-ARCHIVED
                MOVE rname-display OF rec-name-arch TO WS-ADD-DISPLAY
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One more spelling into the table, once; the caller stages
      *   WS-ADD-NORM, WS-ADD-DISPLAY and WS-ADD-KIND.
       A0320-ADD-SPELLING.
            PERFORM VARYING WS-SP-J FROM 1 BY 1
                    UNTIL WS-SP-J > WS-SP-COUNT
                IF WS-SP-NORM(WS-SP-J) = WS-ADD-NORM
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-SP-COUNT >= WS-SP-MAX
                IF NOT WS-SP-TABLE-FULL
                    DISPLAY "Aviso: demasiadas variantes del nombre; "
                        "se buscan las primeras " WS-SP-MAX "."
                    MOVE "Y" TO WS-SP-FULL
                END-IF
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SP-COUNT.
            ADD 1 TO WS-SP-ADDED.
            MOVE WS-ADD-NORM TO WS-SP-NORM(WS-SP-COUNT).
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ADD-NORM))
                TO WS-SP-LEN(WS-SP-COUNT).
            MOVE WS-ADD-DISPLAY TO WS-SP-DISPLAY(WS-SP-COUNT).
            MOVE WS-ADD-KIND TO WS-SP-KIND(WS-SP-COUNT).
            MOVE SPACES TO WS-SP-GEN(WS-SP-COUNT)
                WS-SP-GEN-NORM(WS-SP-COUNT).
            EXIT.
      *-----------------------------------------------------------------
      *   Aliases sit in the same sex block, on either roster.
       A0330-COLLECT-ALIASES.
            IF ROSTER-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name
                MOVE LOW-VALUES TO name OF rec-name
                MOVE "N" TO WS-EOF-SW
                START file-names
                    KEY IS GREATER THAN roster-key OF rec-name
                    INVALID KEY SET EOF-current-file TO TRUE
                END-START
                PERFORM UNTIL EOF-current-file
                    READ file-names NEXT RECORD
                        AT END SET EOF-current-file TO TRUE
                    END-READ
                    IF NOT EOF-current-file
                        IF rname-sex OF rec-name NOT = WS-WORK-SEX
                            SET EOF-current-file TO TRUE
                        ELSE
                            IF rname-alias-of OF rec-name
                                    = WS-CANON-NORM
                                MOVE name OF rec-name TO WS-ADD-NORM
                                MOVE rname-display OF rec-name
                                    TO WS-ADD-DISPLAY
                                MOVE "A" TO WS-ADD-KIND
                                PERFORM A0320-ADD-SPELLING
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            IF RARCH-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name-arch
                MOVE LOW-VALUES TO name OF rec-name-arch
                MOVE "N" TO WS-EOF-SW
                START arch-names
                    KEY IS GREATER THAN roster-key OF rec-name-arch
                    INVALID KEY SET EOF-current-file TO TRUE
                END-START
                PERFORM UNTIL EOF-current-file
                    READ arch-names NEXT RECORD
                        AT END SET EOF-current-file TO TRUE
                    END-READ
                    IF NOT EOF-current-file
                        IF rname-sex OF rec-name-arch
                                NOT = WS-WORK-SEX
                            SET EOF-current-file TO TRUE
                        ELSE
                            IF rname-alias-of OF rec-name-arch
                                    = WS-CANON-NORM
                                MOVE name OF rec-name-arch
                                    TO WS-ADD-NORM
                                MOVE rname-display OF rec-name-arch
                                    TO WS-ADD-DISPLAY
                                MOVE "A" TO WS-ADD-KIND
                                PERFORM A0320-ADD-SPELLING
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A RENOMBRA line whose new name is one of the spellings
      *   brings in the name it replaced.  A chain of renames is
      *   picked up one link per pass, so the journal is read again
      *   until a pass adds nothing.
       A0340-COLLECT-FORMER-NAMES.
            MOVE ZERO TO WS-SP-ADDED.
            OPEN INPUT roster-journal.
            IF NOT WS-FS-RJRN-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ roster-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                   AND rjrn-action = "RENOMBRA"
                   AND rjrn-file = WS-WORK-SEX
                    MOVE rjrn-new-name TO WS-MATCH-IN
                    PERFORM A0800-MATCH-NAME
                    IF WS-SP-FOUND > ZERO
                        MOVE rjrn-name TO WS-MATCH-IN
                        PERFORM A0800-MATCH-NAME
                        IF WS-SP-FOUND = ZERO
                           AND WS-MATCH-NORM NOT = SPACES
                            MOVE WS-MATCH-NORM TO WS-ADD-NORM
                            MOVE rjrn-name TO WS-ADD-DISPLAY
                            MOVE "F" TO WS-ADD-KIND
                            PERFORM A0320-ADD-SPELLING
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE roster-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0380-OPEN-ROSTERS-INPUT.
            MOVE "N" TO WS-ROSTER-OPEN WS-RARCH-OPEN.
            OPEN INPUT file-names.
            IF WS-FS-ROSTER-OK
                MOVE "Y" TO WS-ROSTER-OPEN
            END-IF.
            OPEN INPUT arch-names.
            IF WS-FS-RARCH-OK
                MOVE "Y" TO WS-RARCH-OPEN
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0390-CLOSE-ROSTERS.
            IF ROSTER-IS-OPEN
                CLOSE file-names
            END-IF.
            IF RARCH-IS-OPEN
                CLOSE arch-names
            END-IF.
            MOVE "N" TO WS-ROSTER-OPEN WS-RARCH-OPEN.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass over every place; WS-PASS says whether it only
      *   looks or also changes.
       A0400-SEARCH-ALL.
            MOVE ZERO TO WS-CNT-ROSTER WS-CNT-RARCH WS-CNT-PHON
                WS-CNT-CONTACT WS-CNT-APPT WS-CNT-ARCH WS-CNT-ATND
                WS-CNT-CANCEL WS-CNT-NOTE WS-CNT-NHIST WS-CNT-RJRN
                WS-CNT-AJRN WS-FAIL-COUNT.
            PERFORM A0410-SCAN-ROSTER.
            PERFORM A0420-SCAN-ROSTER-ARCH.
            PERFORM A0430-SCAN-PHONETIC.
            PERFORM A0435-SCAN-CONTACTS.
            PERFORM A0440-SCAN-APPTS.
            PERFORM A0450-SCAN-APPT-ARCH.
            PERFORM A0460-SCAN-ATTENDEES.
            PERFORM A0466-SCAN-NOTES.
            PERFORM A0470-SCAN-CANCELS.
            PERFORM A0476-SCAN-NOTE-HIST.
            PERFORM A0480-SCAN-ROSTER-JOURNAL.
            PERFORM A0490-SCAN-APPT-JOURNAL.
            COMPUTE WS-CNT-TOTAL = WS-CNT-ROSTER + WS-CNT-RARCH
                + WS-CNT-PHON + WS-CNT-CONTACT + WS-CNT-APPT
                + WS-CNT-ARCH + WS-CNT-ATND + WS-CNT-CANCEL
                + WS-CNT-NOTE + WS-CNT-NHIST + WS-CNT-RJRN
                + WS-CNT-AJRN.
            EXIT.
      *-----------------------------------------------------------------
       A0410-SCAN-ROSTER.
            IF WS-PASS-ERASE
                OPEN I-O file-names
            ELSE
                OPEN INPUT file-names
            END-IF.
            IF NOT WS-FS-ROSTER-OK
                DISPLAY "Aviso: padron no disponible, estado: "
                    WS-FS-ROSTER
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0411-ROSTER-ONE-SPELLING VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            CLOSE file-names.
            EXIT.
      *-----------------------------------------------------------------
      *   An erased entry is written under its generated key first
      *   and the old key deleted after, so a failure never loses
      *   the entry.
       A0411-ROSTER-ONE-SPELLING.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-SP-NORM(WS-SP-I) TO name OF rec-name.
            READ file-names
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            ADD 1 TO WS-CNT-ROSTER.
            MOVE "PADRON" TO WS-PLACE.
            MOVE rec-name TO WS-HOLD-NAME.
            IF WS-PASS-SEARCH
                PERFORM A0510-REPORT-ROSTER-ENTRY
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0415-BUILD-NEW-ENTRY.
            MOVE WS-HOLD-NAME TO rec-name.
            WRITE rec-name
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    EXIT PARAGRAPH
            END-WRITE.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-SP-NORM(WS-SP-I) TO name OF rec-name.
            DELETE file-names
                INVALID KEY ADD 1 TO WS-FAIL-COUNT
            END-DELETE.
            PERFORM A0515-REPORT-ERASED-ENTRY.
            EXIT.
      *-----------------------------------------------------------------
      *   The entry in WS-HOLD-NAME takes its spelling's generated
      *   name, split afresh; an alias points at the canonical
      *   entry's generated name.
       A0415-BUILD-NEW-ENTRY.
            MOVE WS-SP-GEN-NORM(WS-SP-I) TO name OF WS-HOLD-NAME.
            MOVE WS-SP-GEN(WS-SP-I) TO rname-display OF WS-HOLD-NAME.
            CALL "name-split" USING rname-display OF WS-HOLD-NAME,
                rname-given OF WS-HOLD-NAME,
                rname-surname-1 OF WS-HOLD-NAME,
                rname-surname-2 OF WS-HOLD-NAME,
                rname-split-flag OF WS-HOLD-NAME.
            IF rname-alias-of OF WS-HOLD-NAME NOT = SPACES
                MOVE WS-SP-GEN-NORM(1) TO rname-alias-of OF WS-HOLD-NAME
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0420-SCAN-ROSTER-ARCH.
            IF WS-PASS-ERASE
                OPEN I-O arch-names
            ELSE
                OPEN INPUT arch-names
            END-IF.
            IF NOT WS-FS-RARCH-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0421-RARCH-ONE-SPELLING VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            CLOSE arch-names.
            EXIT.
      *-----------------------------------------------------------------
       A0421-RARCH-ONE-SPELLING.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name-arch.
            MOVE WS-SP-NORM(WS-SP-I) TO name OF rec-name-arch.
            READ arch-names
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            ADD 1 TO WS-CNT-RARCH.
            MOVE "PADRON ARCHIVO" TO WS-PLACE.
            MOVE rec-name-arch TO WS-HOLD-NAME.
            IF WS-PASS-SEARCH
                PERFORM A0510-REPORT-ROSTER-ENTRY
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0415-BUILD-NEW-ENTRY.
            MOVE WS-HOLD-NAME TO rec-name-arch.
            WRITE rec-name-arch
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    EXIT PARAGRAPH
            END-WRITE.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name-arch.
            MOVE WS-SP-NORM(WS-SP-I) TO name OF rec-name-arch.
            DELETE arch-names
                INVALID KEY ADD 1 TO WS-FAIL-COUNT
            END-DELETE.
            PERFORM A0515-REPORT-ERASED-ENTRY.
            EXIT.
      *-----------------------------------------------------------------
      *   The phonetic companion is keyed by the name itself; an
      *   erased spelling's entry goes and its generated name's
      *   comes in its place.
       A0430-SCAN-PHONETIC.
            IF WS-PASS-ERASE
                OPEN I-O file-names-phon
            ELSE
                OPEN INPUT file-names-phon
            END-IF.
            IF NOT WS-FS-PHON-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0431-PHON-ONE-SPELLING VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            CLOSE file-names-phon.
            EXIT.
      *-----------------------------------------------------------------
       A0431-PHON-ONE-SPELLING.
            MOVE WS-SP-NORM(WS-SP-I) TO WS-PHON-NAME.
            CALL "phonetic-code" USING WS-PHON-NAME, WS-PHON-CODE.
            MOVE WS-PHON-CODE TO phon-code OF rec-name-phon.
            MOVE WS-WORK-SEX TO phon-sex OF rec-name-phon.
            MOVE WS-PHON-NAME TO phon-name OF rec-name-phon.
            READ file-names-phon
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            ADD 1 TO WS-CNT-PHON.
            MOVE "INDICE FONETICO" TO WS-PLACE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-PASS-SEARCH
                STRING WS-PLACE " " WS-WORK-SEX " "
                    FUNCTION TRIM(WS-PHON-NAME) " (codigo "
                    WS-PHON-CODE ")"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
                EXIT PARAGRAPH
            END-IF.
            DELETE file-names-phon
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    EXIT PARAGRAPH
            END-DELETE.
            MOVE WS-SP-GEN-NORM(WS-SP-I) TO WS-PHON-NAME.
            CALL "phonetic-code" USING WS-PHON-NAME, WS-PHON-CODE.
            MOVE WS-PHON-CODE TO phon-code OF rec-name-phon.
            MOVE WS-WORK-SEX TO phon-sex OF rec-name-phon.
            MOVE WS-PHON-NAME TO phon-name OF rec-name-phon.
            WRITE rec-name-phon
                INVALID KEY CONTINUE
            END-WRITE.
            STRING WS-PLACE " " WS-WORK-SEX " reemplazado por "
                FUNCTION TRIM(WS-SP-GEN(WS-SP-I))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The contact record holds nothing but the person's phone
      *   and address; an erasure deletes it outright.
       A0435-SCAN-CONTACTS.
            IF WS-PASS-ERASE
                OPEN I-O contact-file
            ELSE
                OPEN INPUT contact-file
            END-IF.
            IF NOT WS-FS-CONTACT-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0436-CONTACT-ONE-SPELLING VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            CLOSE contact-file.
            EXIT.
      *-----------------------------------------------------------------
       A0436-CONTACT-ONE-SPELLING.
            MOVE WS-WORK-SEX TO ctc-sex.
            MOVE WS-SP-NORM(WS-SP-I) TO ctc-name.
            READ contact-file
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            ADD 1 TO WS-CNT-CONTACT.
            MOVE "CONTACTO" TO WS-PLACE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-PASS-SEARCH
                STRING WS-PLACE " " ctc-sex " " FUNCTION TRIM(ctc-name)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
                MOVE SPACES TO WS-REPORT-LINE
                STRING "    Telefono: " FUNCTION TRIM(ctc-phone)
                    "  Correo: " FUNCTION TRIM(ctc-email)
                    "  Canal: " ctc-channel
                    "  Actualizado: " ctc-updated-date
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
                EXIT PARAGRAPH
            END-IF.
            DELETE contact-file
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    EXIT PARAGRAPH
            END-DELETE.
            STRING WS-PLACE " " ctc-sex " eliminado"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0440-SCAN-APPTS.
            IF WS-PASS-ERASE
                OPEN I-O appt-file
            ELSE
                OPEN INPUT appt-file
            END-IF.
            IF NOT WS-FS-APPT-OK
                DISPLAY "Aviso: archivo de citas no disponible, "
                    "estado: " WS-FS-APPT
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ appt-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0445-APPT-ONE
                END-IF
            END-PERFORM.
            CLOSE appt-file.
            EXIT.
      *-----------------------------------------------------------------
      *   A live appointment changes like a calendar edit, but is
      *   journaled with its new image only: the ANTES image would
      *   carry the very name being erased.
       A0445-APPT-ONE.
            MOVE rec-attendee TO WS-MATCH-IN.
            PERFORM A0800-MATCH-NAME.
            MOVE rec-desc TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            IF WS-SP-FOUND = ZERO AND NOT WS-FREE-TEXT-HIT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-APPT.
            MOVE "CITA" TO WS-PLACE.
            MOVE appt-key TO WS-SHOW-KEY.
            MOVE rec-refnum TO WS-SHOW-REFNUM.
            MOVE SPACES TO WS-SHOW-EXTRA.
            IF WS-PASS-SEARCH
                MOVE rec-attendee TO WS-SHOW-ATTENDEE
                MOVE rec-desc TO WS-SHOW-DESC
                PERFORM A0520-REPORT-APPT-LINE
                EXIT PARAGRAPH
            END-IF.
            IF WS-SP-FOUND > ZERO
                MOVE WS-SP-GEN(WS-SP-FOUND) TO rec-attendee
            END-IF.
            IF WS-FREE-TEXT-HIT
                PERFORM A0820-NEUTRAL-DESC
                MOVE WS-NEUTRAL-DESC TO rec-desc
            END-IF.
            REWRITE appt-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    MOVE "CAMBIAR" TO WS-AJRN-ACTION
                    MOVE "Datos personales anonimizados"
                        TO WS-AJRN-NOTE
                    PERFORM A0880-WRITE-APPT-JOURNAL
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0450-SCAN-APPT-ARCH.
            IF WS-PASS-ERASE
                OPEN I-O arch-file
            ELSE
                OPEN INPUT arch-file
            END-IF.
            IF NOT WS-FS-ARCH-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ arch-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0455-APPT-ARCH-ONE
                END-IF
            END-PERFORM.
            CLOSE arch-file.
            EXIT.
      *-----------------------------------------------------------------
       A0455-APPT-ARCH-ONE.
            MOVE arch-attendee TO WS-MATCH-IN.
            PERFORM A0800-MATCH-NAME.
            MOVE arch-desc TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            IF WS-SP-FOUND = ZERO AND NOT WS-FREE-TEXT-HIT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-ARCH.
            MOVE "CITA ARCHIVADA" TO WS-PLACE.
            MOVE arch-key TO WS-SHOW-KEY.
            MOVE arch-refnum TO WS-SHOW-REFNUM.
            MOVE SPACES TO WS-SHOW-EXTRA.
            IF WS-PASS-SEARCH
                MOVE arch-attendee TO WS-SHOW-ATTENDEE
                MOVE arch-desc TO WS-SHOW-DESC
                PERFORM A0520-REPORT-APPT-LINE
                EXIT PARAGRAPH
            END-IF.
            IF WS-SP-FOUND > ZERO
                MOVE WS-SP-GEN(WS-SP-FOUND) TO arch-attendee
            END-IF.
            IF WS-FREE-TEXT-HIT
                PERFORM A0820-NEUTRAL-DESC
                MOVE WS-NEUTRAL-DESC TO arch-desc
            END-IF.
            REWRITE arch-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0460-SCAN-ATTENDEES.
            IF WS-PASS-ERASE
                OPEN I-O atnd-file
            ELSE
                OPEN INPUT atnd-file
            END-IF.
            IF NOT WS-FS-ATND-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ atnd-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0465-ATTENDEE-ONE
                END-IF
            END-PERFORM.
            CLOSE atnd-file.
            EXIT.
      *-----------------------------------------------------------------
      *   A visitor's company and identity document go with the
      *   name, as data-scramble treats them.
       A0465-ATTENDEE-ONE.
            MOVE at-name TO WS-MATCH-IN.
            PERFORM A0800-MATCH-NAME.
            IF WS-SP-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-ATND.
            MOVE "ASISTENTE" TO WS-PLACE.
            MOVE at-key TO WS-SHOW-KEY.
            MOVE SPACES TO WS-SHOW-REFNUM WS-SHOW-DESC.
            MOVE SPACES TO WS-SHOW-EXTRA.
            STRING "orden " at-seq DELIMITED BY SIZE
                INTO WS-SHOW-EXTRA
            END-STRING.
            IF WS-PASS-SEARCH
                MOVE at-name TO WS-SHOW-ATTENDEE
                PERFORM A0520-REPORT-APPT-LINE
                IF at-visitor NOT = SPACE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "    Visitante  Empresa: "
                        FUNCTION TRIM(at-company)
                        "  Documento: " FUNCTION TRIM(at-id-doc)
                        "  Llegada: " at-arrival
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0850-WRITE-REPORT-LINE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SP-GEN(WS-SP-FOUND) TO at-name.
            IF at-visitor NOT = SPACE
                MOVE "EMPRESA ANONIMIZADA" TO at-company
                MOVE "ANONIMIZADO" TO at-id-doc
            END-IF.
            REWRITE at-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0466-SCAN-NOTES.
            IF WS-PASS-ERASE
                OPEN I-O note-file
            ELSE
                OPEN INPUT note-file
            END-IF.
            IF NOT WS-FS-NOTE-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ note-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0467-NOTE-ONE
                END-IF
            END-PERFORM.
            CLOSE note-file.
            EXIT.
      *-----------------------------------------------------------------
      *   A note line is free text, like a description: one that
      *   names the person becomes neutral text as a whole.
       A0467-NOTE-ONE.
            MOVE nt-text TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            IF NOT WS-FREE-TEXT-HIT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-NOTE.
            MOVE "NOTA" TO WS-PLACE.
            MOVE nt-key(1:20) TO WS-SHOW-KEY.
            MOVE SPACES TO WS-SHOW-REFNUM WS-SHOW-EXTRA.
            STRING "linea " nt-seq DELIMITED BY SIZE
                INTO WS-SHOW-EXTRA
            END-STRING.
            IF WS-PASS-SEARCH
                MOVE nt-text TO WS-SHOW-NOTE
                PERFORM A0530-REPORT-NOTE-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE "NOTA ANONIMIZADA" TO nt-text.
            REWRITE nt-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0470-SCAN-CANCELS.
            IF WS-PASS-ERASE
                OPEN I-O cancel-file
            ELSE
                OPEN INPUT cancel-file
            END-IF.
            IF NOT WS-FS-CANCEL-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ cancel-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0475-CANCEL-ONE
                END-IF
            END-PERFORM.
            CLOSE cancel-file.
            EXIT.
      *-----------------------------------------------------------------
       A0475-CANCEL-ONE.
            MOVE canc-attendee TO WS-MATCH-IN.
            PERFORM A0800-MATCH-NAME.
            MOVE canc-desc TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            IF WS-SP-FOUND = ZERO AND NOT WS-FREE-TEXT-HIT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-CANCEL.
            MOVE "CITA CANCELADA" TO WS-PLACE.
            MOVE canc-key TO WS-SHOW-KEY.
            MOVE canc-refnum TO WS-SHOW-REFNUM.
            MOVE SPACES TO WS-SHOW-EXTRA.
            STRING "cancelada " canc-stamp-date " por "
                canc-operator DELIMITED BY SIZE
                INTO WS-SHOW-EXTRA
            END-STRING.
            IF WS-PASS-SEARCH
                MOVE canc-attendee TO WS-SHOW-ATTENDEE
                MOVE canc-desc TO WS-SHOW-DESC
                PERFORM A0520-REPORT-APPT-LINE
                EXIT PARAGRAPH
            END-IF.
            IF WS-SP-FOUND > ZERO
                MOVE WS-SP-GEN(WS-SP-FOUND) TO canc-attendee
            END-IF.
            IF WS-FREE-TEXT-HIT
                PERFORM A0820-NEUTRAL-DESC
                MOVE WS-NEUTRAL-DESC TO canc-desc
            END-IF.
            REWRITE canc-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0476-SCAN-NOTE-HIST.
            IF WS-PASS-ERASE
                OPEN I-O note-hist-file
            ELSE
                OPEN INPUT note-hist-file
            END-IF.
            IF NOT WS-FS-NHIST-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ note-hist-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0477-NOTE-HIST-ONE
                END-IF
            END-PERFORM.
            CLOSE note-hist-file.
            EXIT.
      *-----------------------------------------------------------------
       A0477-NOTE-HIST-ONE.
            MOVE nh-text TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            IF NOT WS-FREE-TEXT-HIT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-CNT-NHIST.
            MOVE "NOTA HISTORICA" TO WS-PLACE.
            MOVE nh-key(2:20) TO WS-SHOW-KEY.
            MOVE SPACES TO WS-SHOW-REFNUM WS-SHOW-EXTRA.
            IF nh-kind = "C"
                STRING "cancelada " nh-stamp-date " linea " nh-seq
                    DELIMITED BY SIZE INTO WS-SHOW-EXTRA
                END-STRING
            ELSE
                STRING "archivada linea " nh-seq
                    DELIMITED BY SIZE INTO WS-SHOW-EXTRA
                END-STRING
            END-IF.
            IF WS-PASS-SEARCH
                MOVE nh-text TO WS-SHOW-NOTE
                PERFORM A0530-REPORT-NOTE-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE "NOTA ANONIMIZADA" TO nh-text.
            REWRITE nh-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                NOT INVALID KEY
                    PERFORM A0525-REPORT-ERASED-APPT
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   The roster journal is line sequential: an erasure copies
      *   it to the work file with the person's names replaced and
      *   then copies the work file back over it.
       A0480-SCAN-ROSTER-JOURNAL.
            OPEN INPUT roster-journal.
            IF NOT WS-FS-RJRN-OK
                EXIT PARAGRAPH
            END-IF.
            IF WS-PASS-ERASE
                OPEN OUTPUT work-file
                IF NOT WS-FS-WORK-OK
                    DISPLAY "ERROR abriendo el archivo de trabajo, "
                        "estado: " WS-FS-WORK UPON STDOUT
                    ADD 1 TO WS-FAIL-COUNT
                    CLOSE roster-journal
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ roster-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0485-RJRN-ONE
                END-IF
            END-PERFORM.
            CLOSE roster-journal.
            IF WS-PASS-ERASE
                CLOSE work-file
                IF WS-CNT-RJRN > ZERO
                    PERFORM A0486-RJRN-COPY-BACK
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0485-RJRN-ONE.
            MOVE ZERO TO WS-HIT-NAME WS-HIT-NEW.
            IF rjrn-file = WS-WORK-SEX
                MOVE rjrn-name TO WS-MATCH-IN
                PERFORM A0800-MATCH-NAME
                MOVE WS-SP-FOUND TO WS-HIT-NAME
                MOVE rjrn-new-name TO WS-MATCH-IN
                PERFORM A0800-MATCH-NAME
                MOVE WS-SP-FOUND TO WS-HIT-NEW
            END-IF.
            IF WS-HIT-NAME > ZERO OR WS-HIT-NEW > ZERO
                ADD 1 TO WS-CNT-RJRN
                IF WS-PASS-SEARCH
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "BITACORA PADRON  " rjrn-date " "
                        rjrn-time " " rjrn-operator " " rjrn-action
                        " " FUNCTION TRIM(rjrn-name) " "
                        FUNCTION TRIM(rjrn-new-name)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0850-WRITE-REPORT-LINE
                ELSE
                    IF WS-HIT-NAME > ZERO
                        MOVE WS-SP-GEN(WS-HIT-NAME) TO rjrn-name
                    END-IF
                    IF WS-HIT-NEW > ZERO
                        MOVE WS-SP-GEN(WS-HIT-NEW) TO rjrn-new-name
                    END-IF
                END-IF
            END-IF.
            IF WS-PASS-ERASE
                MOVE rjrn-rec TO work-line
                WRITE work-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0486-RJRN-COPY-BACK.
            OPEN INPUT work-file.
            OPEN OUTPUT roster-journal.
            IF NOT WS-FS-WORK-OK OR NOT WS-FS-RJRN-OK
                DISPLAY "ERROR reescribiendo la bitacora del padron; "
                    "la version anonimizada quedo en "
                    FUNCTION TRIM(WS-WORK-PATH) UPON STDOUT
                ADD 1 TO WS-FAIL-COUNT
                MOVE "A0486-RJRN-COPY-BACK" TO WS-LOG-PARAGRAPH
                MOVE "Bitacora del padron sin reescribir al anonimizar"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                CLOSE work-file roster-journal
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ work-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    MOVE work-line TO rjrn-rec
                    WRITE rjrn-rec
                END-IF
            END-PERFORM.
            CLOSE work-file roster-journal.
            EXIT.
      *-----------------------------------------------------------------
      *   The calendar journal the same way: attendee, description
      *   and note of every line's image.
       A0490-SCAN-APPT-JOURNAL.
            OPEN INPUT appt-journal.
            IF NOT WS-FS-AJRN-OK
                EXIT PARAGRAPH
            END-IF.
            IF WS-PASS-ERASE
                OPEN OUTPUT work-file
                IF NOT WS-FS-WORK-OK
                    DISPLAY "ERROR abriendo el archivo de trabajo, "
                        "estado: " WS-FS-WORK UPON STDOUT
                    ADD 1 TO WS-FAIL-COUNT
                    CLOSE appt-journal
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ appt-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    PERFORM A0495-AJRN-ONE
                END-IF
            END-PERFORM.
            CLOSE appt-journal.
            IF WS-PASS-ERASE
                CLOSE work-file
                IF WS-CNT-AJRN > ZERO
                    PERFORM A0496-AJRN-COPY-BACK
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0495-AJRN-ONE.
            MOVE ajrn-image TO WS-AJ-IMAGE.
            MOVE WS-AJ-DESC TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            MOVE WS-FREE-HIT TO WS-DESC-HIT.
            MOVE ajrn-note TO WS-FREE-TEXT.
            PERFORM A0810-MATCH-FREE-TEXT.
            MOVE WS-FREE-HIT TO WS-NOTE-HIT.
            MOVE WS-AJ-ATTENDEE TO WS-MATCH-IN.
            PERFORM A0800-MATCH-NAME.
            IF WS-SP-FOUND > ZERO OR WS-DESC-NAMES-PERSON
               OR WS-NOTE-NAMES-PERSON
                ADD 1 TO WS-CNT-AJRN
                IF WS-PASS-SEARCH
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "BITACORA CITAS   " ajrn-date " "
                        ajrn-time " " ajrn-operator " " ajrn-action
                        " " ajrn-key " "
                        FUNCTION TRIM(WS-AJ-ATTENDEE) " "
                        FUNCTION TRIM(ajrn-note)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0850-WRITE-REPORT-LINE
                ELSE
                    IF WS-SP-FOUND > ZERO
                        MOVE WS-SP-GEN(WS-SP-FOUND) TO WS-AJ-ATTENDEE
                    END-IF
                    IF WS-DESC-NAMES-PERSON
                        MOVE WS-AJ-REFNUM TO WS-SHOW-REFNUM
                        PERFORM A0820-NEUTRAL-DESC
                        MOVE WS-NEUTRAL-DESC TO WS-AJ-DESC
                    END-IF
                    IF WS-NOTE-NAMES-PERSON
                        MOVE "Datos personales anonimizados"
                            TO ajrn-note
                    END-IF
                    MOVE WS-AJ-IMAGE TO ajrn-image
                END-IF
            END-IF.
            IF WS-PASS-ERASE
                MOVE ajrn-rec TO work-line
                WRITE work-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0496-AJRN-COPY-BACK.
            OPEN INPUT work-file.
            OPEN OUTPUT appt-journal.
            IF NOT WS-FS-WORK-OK OR NOT WS-FS-AJRN-OK
                DISPLAY "ERROR reescribiendo la bitacora de citas; "
                    "la version anonimizada quedo en "
                    FUNCTION TRIM(WS-WORK-PATH) UPON STDOUT
                ADD 1 TO WS-FAIL-COUNT
                MOVE "A0496-AJRN-COPY-BACK" TO WS-LOG-PARAGRAPH
                MOVE "Bitacora de citas sin reescribir al anonimizar"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                CLOSE work-file appt-journal
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            PERFORM UNTIL EOF-current-file
                READ work-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    MOVE work-line TO ajrn-rec
                    WRITE ajrn-rec
                END-IF
            END-PERFORM.
            CLOSE work-file appt-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0500-INQUIRY-HEADING.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            MOVE "Datos personales en poder de la oficina"
                TO WS-REPORT-LINE.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Persona: " WS-WORK-SEX " "
                FUNCTION TRIM(WS-SP-DISPLAY(1))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Consulta del " WS-JRN-YYYY "-" WS-JRN-MM "-"
                WS-JRN-DD " por " WS-OPERATOR-ID
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE "Nombres buscados:" TO WS-REPORT-LINE.
            PERFORM A0850-WRITE-REPORT-LINE.
            PERFORM A0505-SHOW-ONE-SPELLING VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            MOVE "----------------------------------------"
                TO WS-REPORT-LINE.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0505-SHOW-ONE-SPELLING.
            EVALUATE TRUE
                WHEN WS-SP-CANONICAL(WS-SP-I)
                    MOVE "(nombre en el padron)" TO WS-KIND-TXT
                WHEN WS-SP-ALIAS(WS-SP-I)
                    MOVE "(alias)" TO WS-KIND-TXT
                WHEN WS-SP-FORMER(WS-SP-I)
                    MOVE "(nombre anterior)" TO WS-KIND-TXT
                WHEN OTHER
                    MOVE "(no esta en el padron)" TO WS-KIND-TXT
            END-EVALUATE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " FUNCTION TRIM(WS-SP-DISPLAY(WS-SP-I)) " "
                WS-KIND-TXT DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The whole roster entry, from WS-HOLD-NAME.
       A0510-REPORT-ROSTER-ENTRY.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-PLACE " " rname-sex OF WS-HOLD-NAME " "
                FUNCTION TRIM(rname-display OF WS-HOLD-NAME)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "    Estado: " rname-status OF WS-HOLD-NAME
                "  Desde: " rname-status-date OF WS-HOLD-NAME
                "  Origen: " rname-origin OF WS-HOLD-NAME
                "  Alta: " rname-date-added OF WS-HOLD-NAME
                "  Consultas: " rname-times-used OF WS-HOLD-NAME
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "    Nombre(s): "
                FUNCTION TRIM(rname-given OF WS-HOLD-NAME)
                "  Apellidos: "
                FUNCTION TRIM(rname-surname-1 OF WS-HOLD-NAME) " "
                FUNCTION TRIM(rname-surname-2 OF WS-HOLD-NAME)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            IF rname-alias-of OF WS-HOLD-NAME NOT = SPACES
                MOVE SPACES TO WS-REPORT-LINE
                STRING "    Alias de: "
                    FUNCTION TRIM(rname-alias-of OF WS-HOLD-NAME)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0515-REPORT-ERASED-ENTRY.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-PLACE " " WS-WORK-SEX " anonimizado como "
                FUNCTION TRIM(WS-SP-GEN(WS-SP-I))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   One calendar-side occurrence: the place, the slot and
      *   reference, then what names the person there.
       A0520-REPORT-APPT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-PLACE " " WS-SHOW-OWNER " " WS-SHOW-YEAR "-"
                WS-SHOW-MONTH "-" WS-SHOW-DAY " " WS-SHOW-HOUR ":"
                WS-SHOW-MINUTE " ref " WS-SHOW-REFNUM " "
                FUNCTION TRIM(WS-SHOW-EXTRA)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            IF WS-SHOW-ATTENDEE NOT = SPACES
                MOVE SPACES TO WS-REPORT-LINE
                STRING "    Asistente: "
                    FUNCTION TRIM(WS-SHOW-ATTENDEE)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
            END-IF.
            IF WS-SHOW-DESC NOT = SPACES
                MOVE SPACES TO WS-REPORT-LINE
                STRING "    Descripcion: " FUNCTION TRIM(WS-SHOW-DESC)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0850-WRITE-REPORT-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0525-REPORT-ERASED-APPT.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-PLACE " " WS-SHOW-OWNER " " WS-SHOW-YEAR "-"
                WS-SHOW-MONTH "-" WS-SHOW-DAY " " WS-SHOW-HOUR ":"
                WS-SHOW-MINUTE " ref " WS-SHOW-REFNUM " "
                FUNCTION TRIM(WS-SHOW-EXTRA) " anonimizada"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   A note line that names the person: the slot and line, then
      *   the note as held.
       A0530-REPORT-NOTE-LINE.
            MOVE SPACES TO WS-SHOW-ATTENDEE WS-SHOW-DESC.
            PERFORM A0520-REPORT-APPT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "    Nota: " FUNCTION TRIM(WS-SHOW-NOTE)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0600-SHOW-TOTALS.
            MOVE "----------------------------------------"
                TO WS-REPORT-LINE.
            PERFORM A0860-EMIT-TOTAL-LINE.
            IF WS-PASS-ERASE
                MOVE "Registros anonimizados:" TO WS-REPORT-LINE
            ELSE
                MOVE "Registros donde aparece la persona:"
                    TO WS-REPORT-LINE
            END-IF.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-ROSTER TO WS-COUNT-DISP.
            STRING "  Padron               : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-RARCH TO WS-COUNT-DISP.
            STRING "  Padron archivado     : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-PHON TO WS-COUNT-DISP.
            STRING "  Indice fonetico      : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-CONTACT TO WS-COUNT-DISP.
            STRING "  Contactos            : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-APPT TO WS-COUNT-DISP.
            STRING "  Citas vigentes       : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-ARCH TO WS-COUNT-DISP.
            STRING "  Citas archivadas     : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-ATND TO WS-COUNT-DISP.
            STRING "  Asistentes           : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-CANCEL TO WS-COUNT-DISP.
            STRING "  Citas canceladas     : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-NOTE TO WS-COUNT-DISP.
            STRING "  Notas de citas       : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-NHIST TO WS-COUNT-DISP.
            STRING "  Historial de notas   : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-RJRN TO WS-COUNT-DISP.
            STRING "  Bitacora del padron  : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            MOVE WS-CNT-AJRN TO WS-COUNT-DISP.
            STRING "  Bitacora de citas    : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0860-EMIT-TOTAL-LINE.
            IF WS-PASS-ERASE
                MOVE WS-FAIL-COUNT TO WS-COUNT-DISP
                STRING "  No reescritos        : " WS-COUNT-DISP
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0860-EMIT-TOTAL-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Erasure: nothing changes until the operator confirms the
      *   counts and a supervisor signs off.
       A0650-ERASE-PERSON.
            IF WS-CNT-TOTAL = ZERO
                DISPLAY "La persona no aparece en ningun archivo; "
                    "nada que anonimizar."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Confirma anonimizar a esta persona en todos los "
                "archivos (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Anonimizacion cancelada."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0660-CHECK-SUPERVISOR.
            IF NOT WS-SUP-SIGNED
                DISPLAY "Anonimizacion no autorizada."
                MOVE "A0650-ERASE-PERSON" TO WS-LOG-PARAGRAPH
                MOVE "Anonimizacion rechazada: sin firma de supervisor"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0700-ASSIGN-NEW-NAMES.
            MOVE "Y" TO WS-REPORTING.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            MOVE "Anonimizacion de datos personales"
                TO WS-REPORT-LINE.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-JRN-YYYY "-" WS-JRN-MM "-" WS-JRN-DD
                " por " WS-OPERATOR-ID " autorizada por " WS-SUP-ID
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Nombre de reemplazo: " WS-WORK-SEX " "
                FUNCTION TRIM(WS-SP-GEN(1))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0850-WRITE-REPORT-LINE.
            MOVE "----------------------------------------"
                TO WS-REPORT-LINE.
            PERFORM A0850-WRITE-REPORT-LINE.
            SET WS-PASS-ERASE TO TRUE.
            PERFORM A0400-SEARCH-ALL.
            PERFORM A0870-WRITE-ERASE-JOURNAL.
            PERFORM A0600-SHOW-TOTALS.
            IF WS-FAIL-COUNT > ZERO
                MOVE "A0650-ERASE-PERSON" TO WS-LOG-PARAGRAPH
                MOVE "Anonimizacion con registros sin reescribir"
                    TO WS-LOG-MESSAGE
                PERFORM A0890-LOG-ERROR
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A user with the update right on roster-privacy, active
      *   and not locked out, other than the operator running the
      *   erasure, with the password the sign-on would accept.
       A0660-CHECK-SUPERVISOR.
            MOVE "N" TO WS-SUP-STATE.
            DISPLAY "Usuario supervisor que autoriza: "
                WITH NO ADVANCING.
            ACCEPT WS-SUP-ID.
            MOVE FUNCTION UPPER-CASE(WS-SUP-ID) TO WS-SUP-ID.
            DISPLAY "Contrasena del supervisor: " WITH NO ADVANCING.
            ACCEPT WS-SUP-PASS.
            IF WS-SUP-ID = SPACES
               OR WS-SUP-ID = FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                DISPLAY "Debe autorizar un supervisor distinto de "
                    "quien ejecuta."
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
                PERFORM A0665-CHECK-SUP-RIGHT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The sign-off needs the update right on roster-privacy, as
      *   the role master grants it; a refusal is recorded in the
      *   menu audit log like any other.
       A0665-CHECK-SUP-RIGHT.
            SET lk-access-op-query TO TRUE.
            MOVE WS-SUP-ID TO lk-access-user.
            MOVE "roster-privacy" TO lk-access-option.
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
      *   One generated name per spelling, none of them already a
      *   key on either roster.  The seed starts off the clock so
      *   two erasures do not walk the same names.
       A0700-ASSIGN-NEW-NAMES.
            ACCEPT WS-JRN-TIME FROM TIME.
            COMPUTE WS-NAME-SEED =
                FUNCTION MOD(WS-JRN-TIME / 100, WS-SEED-LIMIT).
            PERFORM A0380-OPEN-ROSTERS-INPUT.
            PERFORM A0710-ONE-NEW-NAME VARYING WS-SP-I
                FROM 1 BY 1 UNTIL WS-SP-I > WS-SP-COUNT.
            PERFORM A0390-CLOSE-ROSTERS.
            EXIT.
      *-----------------------------------------------------------------
       A0710-ONE-NEW-NAME.
            MOVE "N" TO WS-NAME-FREE.
            PERFORM A0720-TRY-NEXT-SEED UNTIL WS-NAME-IS-FREE.
            MOVE WS-GEN-NAME TO WS-SP-GEN(WS-SP-I).
            MOVE WS-GEN-NORM TO WS-SP-GEN-NORM(WS-SP-I).
            EXIT.
      *-----------------------------------------------------------------
       A0720-TRY-NEXT-SEED.
            ADD 1 TO WS-NAME-SEED.
            IF WS-NAME-SEED > WS-SEED-LIMIT
                MOVE 1 TO WS-NAME-SEED
            END-IF.
            CALL "name-scramble" USING WS-NAME-SEED, WS-GEN-NAME.
            CALL "name-normalize" USING WS-GEN-NAME, WS-GEN-NORM.
            MOVE "Y" TO WS-NAME-FREE.
            IF ROSTER-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name
                MOVE WS-GEN-NORM TO name OF rec-name
                READ file-names
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-NAME-FREE
                END-READ
            END-IF.
            IF RARCH-IS-OPEN
                MOVE WS-WORK-SEX TO rname-sex OF rec-name-arch
                MOVE WS-GEN-NORM TO name OF rec-name-arch
                READ arch-names
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-NAME-FREE
                END-READ
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Attendee text is whatever was typed; it is the person when
      *   it normalizes to one of the spellings.  WS-SP-FOUND comes
      *   back as that spelling's entry, or zero.
       A0800-MATCH-NAME.
            MOVE ZERO TO WS-SP-FOUND.
            MOVE SPACES TO WS-MATCH-NORM.
            IF WS-MATCH-IN = SPACES
                EXIT PARAGRAPH
            END-IF.
            CALL "name-normalize" USING WS-MATCH-IN, WS-MATCH-NORM.
            PERFORM VARYING WS-SP-J FROM 1 BY 1
                    UNTIL WS-SP-J > WS-SP-COUNT
                    OR WS-SP-FOUND > ZERO
                IF WS-SP-NORM(WS-SP-J) = WS-MATCH-NORM
                    MOVE WS-SP-J TO WS-SP-FOUND
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Free text (a description, a journal note) names the person
      *   when any spelling appears inside it, upper-cased.
       A0810-MATCH-FREE-TEXT.
            MOVE "N" TO WS-FREE-HIT.
            IF WS-FREE-TEXT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-FREE-TEXT) TO WS-FREE-UP.
            PERFORM VARYING WS-SP-J FROM 1 BY 1
                    UNTIL WS-SP-J > WS-SP-COUNT
                    OR WS-FREE-TEXT-HIT
                MOVE ZERO TO WS-TALLY
                INSPECT WS-FREE-UP TALLYING WS-TALLY FOR ALL
                    WS-SP-NORM(WS-SP-J)(1:WS-SP-LEN(WS-SP-J))
                IF WS-TALLY > ZERO
                    MOVE "Y" TO WS-FREE-HIT
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Neutral description text in place of one that named the
      *   person, keeping the reference number quoted on the phone.
       A0820-NEUTRAL-DESC.
            MOVE SPACES TO WS-NEUTRAL-DESC.
            STRING "CITA ANONIMIZADA " WS-SHOW-REFNUM
                DELIMITED BY SIZE INTO WS-NEUTRAL-DESC
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
       A0850-WRITE-REPORT-LINE.
            IF WS-IS-REPORTING
                WRITE privacy-report-line FROM WS-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0860-EMIT-TOTAL-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            PERFORM A0850-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The erasure's own journal line: the generated name and the
      *   supervisor who signed it off, never the erased name.
      *   roster-outbound does not send it to the registry, and a
      *   journal replay lists it for the erasure to be run again.
       A0870-WRITE-ERASE-JOURNAL.
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
            MOVE WS-OPERATOR-ID TO rjrn-operator.
            MOVE WS-WORK-SEX TO rjrn-file.
            MOVE "ANONIMIZ" TO rjrn-action.
            MOVE WS-SP-GEN(1) TO rjrn-name.
            STRING "AUTORIZA " WS-SUP-ID DELIMITED BY SIZE
                INTO rjrn-new-name
            END-STRING.
            WRITE rjrn-rec.
            CLOSE roster-journal.
            EXIT.
      *-----------------------------------------------------------------
      *   One calendar journal line (layout in cpy/appt-journal) for
      *   the appointment in appt-rec; the caller stages
      *   WS-AJRN-ACTION and WS-AJRN-NOTE.
       A0880-WRITE-APPT-JOURNAL.
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
            MOVE WS-AJRN-ACTION TO ajrn-action.
            MOVE appt-key TO ajrn-key.
            MOVE appt-rec(21:148) TO ajrn-image.
            MOVE WS-AJRN-NOTE TO ajrn-note.
            WRITE ajrn-rec.
            CLOSE appt-journal.
            EXIT.
      *-----------------------------------------------------------------
       A0890-LOG-ERROR.
            MOVE "roster-privacy" TO WS-LOG-PROGRAM.
            MOVE RC-WARNING TO WS-LOG-CODE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
       END PROGRAM roster-privacy.
