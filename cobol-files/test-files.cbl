                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.

      *     The calendar files a merge rewrites: every attendee name
      *     on the live appointments, the retention archive and the
      *     attendee list that names the retired spelling moves to
      *     the surviving one.  Opened only for a merge.
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

            SELECT appt-journal
                ASSIGN TO DYNAMIC WS-AJRN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-AJRN.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------

       FD roster-report.
        01 roster-report-line   PIC X(132).

      *   Only the key and the attendee are broken out; the rest of
      *   each record is carried through the rewrite untouched.
       FD appt-file.
        01 appt-rec.
            05 appt-key            PIC X(20).
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
            05 FILLER              PIC X(37).
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
            05 arch-key            PIC X(20).
            05 arch-recur          PIC X(01).
            05 arch-desc           PIC X(60).
            05 arch-attendee       PIC X(50).
            05 FILLER              PIC X(37).

       FD atnd-file.
        01 at-rec.
            05 at-key              PIC X(22).
            05 at-name             PIC X(50).
            05 FILLER              PIC X(55).

       FD appt-journal.
           COPY "cpy/appt-journal".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-RUN-MODE           PIC X(01) VALUE "L".
        88 WS-MAINT-MODE        VALUE "M" "m".
        88 WS-LOOKUP-MODE       VALUE "B" "b".
        88 WS-SURNAME-MODE      VALUE "A" "a".
       77 WS-NEW-SEX            PIC X(01) VALUE SPACES.
       77 WS-WORK-SEX           PIC X(01) VALUE SPACES.
       77 WS-NEW-NAME           PIC X(50) VALUE SPACES.
        88 WS-ACTION-RENAME     VALUE "R" "r".
        88 WS-ACTION-ALIAS      VALUE "S" "s".
        88 WS-ACTION-UNALIAS    VALUE "D" "d".
        88 WS-ACTION-CONTACT    VALUE "C" "c".
        88 WS-ACTION-MERGE      VALUE "U" "u".
        88 WS-ACTION-STATUS     VALUE "I" "i".
        88 WS-ACTION-PARTS      VALUE "P" "p".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-RENAME-NAME        PIC X(50) VALUE SPACES.
       77 WS-LOOKUP-KIND        PIC X(01) VALUE "E".
        88 WS-LOOKUP-PREFIX     VALUE "P" "p".
        88 WS-LOOKUP-PHONETIC   VALUE "F" "f".
        88 WS-LOOKUP-SURNAME    VALUE "A" "a".
       77 WS-PREFIX-LEN         PIC 99 COMP VALUE ZERO.
       77 WS-MATCH-COUNT        PIC 9(05) COMP VALUE ZERO.
       77 WS-SHOWN              PIC 9(03) COMP VALUE ZERO.
      *   calendar: when ROSTER_BATCH_JOB is LIST, the listing,
      *   totals, reconciliation and exceptions go to a paged report
      *   file instead of the screen, and no ACCEPT is ever issued.
      *   SURNAME does the same for the surname-order listing.
       77 WS-BATCH-JOB          PIC X(10) VALUE SPACES.
        88 BATCH-JOB-IS-LIST    VALUE "LIST".
        88 BATCH-JOB-IS-SURNAME VALUE "SURNAME".
        88 BATCH-JOB-TO-REPORT  VALUE "LIST" "SURNAME".
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
           88 WS-FS-REPORT-OK       VALUE "00".
      *   with a note on the report.
       77 WS-SORT-MAX           PIC 9(04) COMP VALUE 2000.
       77 WS-SORT-COUNT         PIC 9(04) COMP VALUE ZERO.
       77 WS-SORT-NEW-KEY       PIC X(50) VALUE SPACES.
       01 WS-SORT-TABLE.
           05 WS-SORT-ENTRY OCCURS 2000 TIMES.
               10 WS-SORT-KEY       PIC X(50).
       77 WS-BRW-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-BRW-TABLE.
           05 WS-BRW-NAME OCCURS 200 TIMES PIC X(50).
      *   Surname listing and surname search, over the name parts
      *   name-split keeps on the roster record.
       77 WS-SURNAME-NAME       PIC X(84) VALUE SPACES.
       77 WS-SURNAME-PTR        PIC 9(03) COMP VALUE ZERO.
       77 WS-SURNAME-PASS       PIC X(01) VALUE "1".
        88 WS-SURNAME-SPLIT-PASS VALUE "1".
       77 WS-SPLIT-LISTED       PIC 9(05) COMP VALUE ZERO.
       77 WS-UNSPLIT-LISTED     PIC 9(05) COMP VALUE ZERO.
       77 WS-PART-IN            PIC X(50) VALUE SPACES.
       77 WS-PART-NORM          PIC X(50) VALUE SPACES.
       77 WS-PART-ANSWER        PIC X(50) VALUE SPACES.
       77 WS-RPT-LINE-COUNT     PIC 9(03) COMP VALUE ZERO.
       77 WS-RPT-PAGE-COUNT     PIC 9(03) COMP VALUE ZERO.
       77 WS-RPT-LINES-PER-PAGE PIC 9(03) COMP VALUE 50.
       77 WS-RPT-PAGE-DISP      PIC ZZ9 VALUE ZERO.
      *   Merge of two roster entries: the same scan runs twice,
      *   once only counting (the preview) and once rewriting.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-ARCH-PATH          PIC X(255) VALUE SPACES.
       77 WS-ATND-PATH          PIC X(255) VALUE SPACES.
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-APPT            PIC X(02) VALUE "00".
           88 WS-FS-APPT-OK         VALUE "00" "02".
       77 WS-FS-ARCH            PIC X(02) VALUE "00".
           88 WS-FS-ARCH-OK         VALUE "00" "02".
       77 WS-FS-ATND            PIC X(02) VALUE "00".
           88 WS-FS-ATND-OK         VALUE "00" "02".
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00" "05".
       77 WS-MRG-PASS           PIC X(01) VALUE "P".
        88 WS-MRG-PREVIEW       VALUE "P".
        88 WS-MRG-COMMIT        VALUE "C".
       77 WS-MRG-EOF            PIC X(01) VALUE "N".
        88 MRG-SCAN-DONE        VALUE "Y".
       77 WS-RETIRED-DISPLAY    PIC X(50) VALUE SPACES.
       77 WS-SURV-DISPLAY       PIC X(50) VALUE SPACES.
       77 WS-RETIRED-USES       PIC 9(05) VALUE ZERO.
       77 WS-ATT-NAME           PIC X(50) VALUE SPACES.
       77 WS-ATT-NORM           PIC X(50) VALUE SPACES.
       77 WS-MRG-APPT-COUNT     PIC 9(06) COMP VALUE ZERO.
       77 WS-MRG-ARCH-COUNT     PIC 9(06) COMP VALUE ZERO.
       77 WS-MRG-ATND-COUNT     PIC 9(06) COMP VALUE ZERO.
       77 WS-MRG-ALIAS-COUNT    PIC 9(05) COMP VALUE ZERO.
       77 WS-MRG-FAIL-COUNT     PIC 9(05) COMP VALUE ZERO.
       77 WS-AJRN-ACTION        PIC X(08) VALUE SPACES.
       77 WS-AJRN-NOTE          PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A00100-MAIN.
            PERFORM A00750-INIT-PATHS.
            ACCEPT WS-BATCH-JOB FROM ENVIRONMENT "ROSTER_BATCH_JOB".
            IF BATCH-JOB-TO-REPORT
                IF BATCH-JOB-IS-SURNAME
                    MOVE "test-files-SURNAME" TO WS-JJ-JOB
                    MOVE "A" TO WS-RUN-MODE
                ELSE
                    MOVE "test-files-LIST" TO WS-JJ-JOB
                    MOVE "L" TO WS-RUN-MODE
                END-IF
                MOVE "START" TO WS-JJ-EVENT
                MOVE ZERO TO WS-JJ-RC
                CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                    WS-JJ-RC
                OPEN OUTPUT roster-report
      *         a batch job with no report to write into must FAIL
      *         the step, not fall back to scribbling on STDOUT with
                    MOVE "test-files" TO WS-LOG-PROGRAM
                    MOVE "A00100-MAIN" TO WS-LOG-PARAGRAPH
                    MOVE RC-ERROR TO WS-LOG-CODE
                    MOVE SPACES TO WS-LOG-MESSAGE
                    STRING "Lote " FUNCTION TRIM(WS-BATCH-JOB)
                        " sin reporte; paso abortado"
                        DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                    END-STRING
                    CALL "log-error" USING WS-LOG-PROGRAM,
                        WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                    MOVE RC-ERROR TO RETURN-CODE
                    PERFORM A00600-MAINTAIN-NAMES
                WHEN WS-LOOKUP-MODE
                    PERFORM A00400-LOOKUP-NAMES
                WHEN WS-SURNAME-MODE
                    PERFORM A00560-LIST-BY-SURNAME
                WHEN OTHER
                    IF NOT BATCH-JOB-IS-LIST
                        DISPLAY "Read Names" AT 0101
            END-EVALUATE.

            PERFORM A00850-CLOSE.
            IF BATCH-JOB-TO-REPORT
                CLOSE roster-report
                MOVE "END" TO WS-JJ-EVENT
                MOVE RETURN-CODE TO WS-JJ-RC
                DISPLAY "Sexo invalido."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Busqueda (E=Exacta, P=Por prefijo, F=Fonetica, "
                "A=Apellido): " WITH NO ADVANCING.
            ACCEPT WS-LOOKUP-KIND.
            IF WS-LOOKUP-SURNAME
                DISPLAY "Apellido a buscar: " WITH NO ADVANCING
            ELSE
                DISPLAY "Nombre a buscar: " WITH NO ADVANCING
            END-IF.
            ACCEPT WS-LOOKUP-NAME.
            EVALUATE TRUE
                WHEN WS-LOOKUP-SURNAME
                    PERFORM A00480-LOOKUP-SURNAME
                WHEN WS-LOOKUP-PREFIX
                    PERFORM A00460-BROWSE-PREFIX
                WHEN WS-LOOKUP-PHONETIC
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Surname search: every entry of the sex whose first or
      *   second surname is the one typed, so "RODRIGUEZ" finds the
      *   paternal and the maternal Rodriguezes alike.  The parts
      *   are not keyed, so the sex block is read through; both
      *   sides are normalized before comparing, the same as the
      *   name key.  Aliases are spellings, not people, and are left
      *   out; a search does not count as a lookup of the entry.
       A00480-LOOKUP-SURNAME.
            CALL "name-normalize" USING WS-LOOKUP-NAME,
                WS-NORM-NAME.
            IF WS-NORM-NAME = SPACES
                DISPLAY "Apellido vacio; nada que buscar."
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-MATCH-COUNT WS-SHOWN WS-BRW-COUNT.
            MOVE "N" TO WS-BROWSE-DONE.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE LOW-VALUES TO name OF rec-name.
            START file-names
                KEY IS GREATER THAN roster-key OF rec-name
                INVALID KEY MOVE "Y" TO WS-BROWSE-DONE
            END-START.
            PERFORM UNTIL BROWSE-IS-DONE
                READ file-names NEXT RECORD
                    AT END MOVE "Y" TO WS-BROWSE-DONE
                END-READ
                IF NOT BROWSE-IS-DONE
                    IF rname-sex OF rec-name NOT = WS-WORK-SEX
                        MOVE "Y" TO WS-BROWSE-DONE
                    ELSE
                        PERFORM A00485-MATCH-SURNAME
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM A00465-SORT-BROWSE-NAMES.
            MOVE "N" TO WS-BROWSE-DONE.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                    UNTIL WS-SORT-I > WS-BRW-COUNT
                    OR BROWSE-IS-DONE
                DISPLAY "  " WS-BRW-NAME(WS-SORT-I)
                ADD 1 TO WS-SHOWN
                IF WS-SHOWN >= WS-PAGE-SIZE
                   AND WS-SORT-I < WS-BRW-COUNT
                    MOVE ZERO TO WS-SHOWN
                    DISPLAY "Siguiente pagina? (S/N): "
                        WITH NO ADVANCING
                    ACCEPT WS-MORE-ANSWER
                    IF NOT WS-WANTS-MORE
                        MOVE "Y" TO WS-BROWSE-DONE
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-MATCH-COUNT > WS-BRW-COUNT
                DISPLAY "Hay mas coincidencias de las que caben en "
                    "la tabla (" WS-MATCH-COUNT " en total)."
            END-IF.
            IF WS-MATCH-COUNT = ZERO
                DISPLAY "Nadie con ese apellido en el padron."
                DISPLAY "Los nombres sin apellidos separados no "
                    "entran en esta busqueda."
            ELSE
                DISPLAY "Coincidencias listadas: " WS-MATCH-COUNT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   name-normalize takes a 50-byte name, so each surname goes
      *   through WS-PART-IN first.
       A00485-MATCH-SURNAME.
            IF rname-alias-of OF rec-name NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE rname-surname-1 OF rec-name TO WS-PART-IN.
            CALL "name-normalize" USING WS-PART-IN, WS-PART-NORM.
            IF WS-PART-NORM NOT = WS-NORM-NAME
                MOVE rname-surname-2 OF rec-name TO WS-PART-IN
                CALL "name-normalize" USING WS-PART-IN, WS-PART-NORM
            END-IF.
            IF WS-PART-NORM NOT = WS-NORM-NAME
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MATCH-COUNT.
            IF WS-BRW-COUNT < WS-BRW-MAX
                PERFORM A00490-STAGE-SURNAME-NAME
                ADD 1 TO WS-BRW-COUNT
                MOVE WS-SURNAME-NAME TO WS-BRW-NAME(WS-BRW-COUNT)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   "FIRST SECOND, GIVEN" out of the parts of rec-name, leaving
      *   out any part that is blank.
       A00490-STAGE-SURNAME-NAME.
            MOVE SPACES TO WS-SURNAME-NAME.
            MOVE 1 TO WS-SURNAME-PTR.
            STRING FUNCTION TRIM(rname-surname-1 OF rec-name)
                DELIMITED BY SIZE INTO WS-SURNAME-NAME
                WITH POINTER WS-SURNAME-PTR
            END-STRING.
            IF rname-surname-2 OF rec-name NOT = SPACES
                STRING " " FUNCTION TRIM(rname-surname-2 OF rec-name)
                    DELIMITED BY SIZE INTO WS-SURNAME-NAME
                    WITH POINTER WS-SURNAME-PTR
                END-STRING
            END-IF.
            IF rname-given OF rec-name NOT = SPACES
                STRING ", " FUNCTION TRIM(rname-given OF rec-name)
                    DELIMITED BY SIZE INTO WS-SURNAME-NAME
                    WITH POINTER WS-SURNAME-PTR
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass over the whole roster: the "F" block lists first,
      *   then the "M" block, each record counted under its sex code.
       A00500-LIST-NAMES.
                        INTO WS-DETAIL-LINE
                    END-STRING
                    IF BATCH-JOB-IS-LIST AND NOT WS-SORT-OVERFLOW
                        MOVE rname-display OF rec-name
                            TO WS-SORT-NEW-KEY
                        PERFORM A00520-KEEP-SORTABLE-LINE
                    ELSE
                        PERFORM A00980-EMIT-LINE
            EXIT.
      *-----------------------------------------------------------------
      *   The batch listing gathers its detail lines and orders them
      *   by locale collation of the key the caller staged in
      *   WS-SORT-NEW-KEY (the display name, or the surname order)
      *   before they hit the report; a roster that outgrows the
      *   table flushes what was gathered and streams the rest in
      *   key order, with a note so the reader knows.
       A00520-KEEP-SORTABLE-LINE.
            IF WS-SORT-COUNT >= WS-SORT-MAX
                MOVE "Y" TO WS-SORT-OVER
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SORT-COUNT.
            MOVE WS-SORT-NEW-KEY TO WS-SORT-KEY(WS-SORT-COUNT).
            MOVE WS-DETAIL-LINE TO WS-SORT-LINE(WS-SORT-COUNT).
            EXIT.
      *-----------------------------------------------------------------
            MOVE ZERO TO WS-SORT-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Surname-order listing: every entry name-split could give a
      *   first surname, as "FIRST SECOND, GIVEN" in locale order,
      *   with the columns of the plain listing plus the split flag
      *   (R = guessed and still to be reviewed, M = set by hand).
      *   A second pass lists in key order the entries with no first
      *   surname -- a lone given name, a record not yet split -- so
      *   nobody drops off the printout.  Aliases are left out; they
      *   are spellings, not people.  Mode A shows it on the screen,
      *   ROSTER_BATCH_JOB=SURNAME writes it to the paged report.
       A00560-LIST-BY-SURNAME.
            MOVE ZERO TO WS-SPLIT-LISTED WS-UNSPLIT-LISTED.
            MOVE "1" TO WS-SURNAME-PASS.
            PERFORM A00565-SURNAME-PASS.
            IF WS-SORT-COUNT > ZERO
                PERFORM A00530-SORT-COLLATED
                PERFORM A00540-FLUSH-SORTED-LINES
            END-IF.
            MOVE SPACES TO WS-DETAIL-LINE.
            PERFORM A00980-EMIT-LINE.
            MOVE "Sin apellidos separados:" TO WS-DETAIL-LINE.
            PERFORM A00980-EMIT-LINE.
            MOVE "2" TO WS-SURNAME-PASS.
            PERFORM A00565-SURNAME-PASS.
            IF WS-UNSPLIT-LISTED = ZERO
                MOVE "  (ninguno)" TO WS-DETAIL-LINE
                PERFORM A00980-EMIT-LINE
            END-IF.
            MOVE "-----------------------------------------"
                TO WS-DETAIL-LINE.
            PERFORM A00980-EMIT-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-SPLIT-LISTED TO WS-USES-DISP.
            STRING "Listados por apellido    : " WS-USES-DISP
                DELIMITED BY SIZE INTO WS-DETAIL-LINE
            END-STRING.
            PERFORM A00980-EMIT-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-UNSPLIT-LISTED TO WS-USES-DISP.
            STRING "Sin apellidos separados  : " WS-USES-DISP
                DELIMITED BY SIZE INTO WS-DETAIL-LINE
            END-STRING.
            PERFORM A00980-EMIT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A00565-SURNAME-PASS.
            MOVE "N" TO WS-EOF-ROSTER.
            MOVE LOW-VALUES TO roster-key OF rec-name.
            START file-names
                KEY IS GREATER THAN roster-key OF rec-name
                INVALID KEY SET EOF-names TO TRUE
            END-START.
            PERFORM UNTIL EOF-names
                READ file-names NEXT RECORD
                    AT END SET EOF-names TO TRUE
                END-READ
                IF NOT WS-FS-ROSTER-OK
                    DISPLAY "ERROR leyendo el padron, estado: "
                        WS-FS-ROSTER UPON STDOUT
                    SET EOF-names TO TRUE
                END-IF
                IF NOT EOF-names
                   AND rname-alias-of OF rec-name = SPACES
                    PERFORM A00570-SURNAME-ONE-ENTRY
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A00570-SURNAME-ONE-ENTRY.
            IF WS-SURNAME-SPLIT-PASS
                IF rname-surname-1 OF rec-name = SPACES
                    EXIT PARAGRAPH
                END-IF
                PERFORM A00490-STAGE-SURNAME-NAME
                ADD 1 TO WS-SPLIT-LISTED
            ELSE
                IF rname-surname-1 OF rec-name NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
                MOVE rname-display OF rec-name TO WS-SURNAME-NAME
                ADD 1 TO WS-UNSPLIT-LISTED
            END-IF.
            MOVE rname-times-used OF rec-name TO WS-USES-DISP.
            MOVE SPACES TO WS-DETAIL-LINE.
            STRING rname-sex OF rec-name " "
                WS-SURNAME-NAME " "
                rname-status OF rec-name " "
                rname-origin OF rec-name " "
                rname-date-added OF rec-name " "
                WS-USES-DISP " "
                rname-split-flag OF rec-name DELIMITED BY SIZE
                INTO WS-DETAIL-LINE
            END-STRING.
            IF WS-SURNAME-SPLIT-PASS AND NOT WS-SORT-OVERFLOW
                MOVE WS-SURNAME-NAME TO WS-SORT-NEW-KEY
                PERFORM A00520-KEEP-SORTABLE-LINE
            ELSE
                PERFORM A00980-EMIT-LINE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Maintenance offers add, delete and rename; delete and rename
      *   show the record they found and ask for confirmation before
      *   touching the file, the same way the calendar's
      *   P4100-CONFIRM-CANCEL confirms before its DELETE.  A merge
      *   shows a preview of everything it would change instead.
       A00600-MAINTAIN-NAMES.
            DISPLAY "Accion (A=Agregar, E=Eliminar, R=Renombrar, "
                "S=Alias, D=Disolver alias, C=Contacto, U=Unir, "
                "I=Inactivar/Reactivar, P=Partes del nombre): "
                WITH NO ADVANCING.
            ACCEPT WS-MAINT-ACTION.
            DISPLAY "Sexo del registro (F/M): " WITH NO ADVANCING.
                        PERFORM A00670-ADD-ALIAS
                    WHEN WS-ACTION-UNALIAS
                        PERFORM A00680-DISSOLVE-ALIAS
                    WHEN WS-ACTION-CONTACT
                        PERFORM A00690-MAINTAIN-CONTACT
                    WHEN WS-ACTION-MERGE
                        PERFORM A00650-MERGE-NAMES
                    WHEN WS-ACTION-STATUS
                        PERFORM A00685-CHANGE-STATUS
                    WHEN WS-ACTION-PARTS
                        PERFORM A00692-EDIT-PARTS
                    WHEN OTHER
                        DISPLAY "Accion invalida, no se hizo nada."
                END-EVALUATE
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE WS-NEW-NAME TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            MOVE WS-TODAY-DATE TO rname-date-added OF rec-name.
            MOVE WS-NEW-ORIGIN TO rname-origin OF rec-name.
            SET rname-is-active OF rec-name TO TRUE.
                    WS-NORM-RENAME
                MOVE WS-NORM-RENAME TO name OF rec-name
                MOVE WS-RENAME-NAME TO rname-display OF rec-name
                CALL "name-split" USING rname-display OF rec-name,
                    rname-given OF rec-name,
                    rname-surname-1 OF rec-name,
                    rname-surname-2 OF rec-name,
                    rname-split-flag OF rec-name
                WRITE rec-name
                    INVALID KEY
                        DISPLAY "Ya existe el nuevo nombre; no se "
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE WS-NEW-NAME TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO rname-date-added OF rec-name.
            MOVE "ALI" TO rname-origin OF rec-name.
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Inactivate (or reactivate) an entry without losing it: the
      *   status flips, rname-status-date restarts the clock the
      *   retention archive measures, and the change is journaled so
      *   it also reaches the registry with the next outbound delta.
      *   An alias has no status of its own; its canonical entry does.
       A00685-CHANGE-STATUS.
            CALL "name-normalize" USING WS-NEW-NAME, WS-NORM-NAME.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            PERFORM A00415-READ-ROSTER-LOCKED.
            EVALUATE TRUE
                WHEN WS-REC-FOUND
                    PERFORM A00686-CONFIRM-STATUS
                WHEN WS-REC-ABSENT
                    DISPLAY "No existe ese nombre en el padron."
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A00686-CONFIRM-STATUS.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "Es un alias de " rname-alias-of OF rec-name
                DISPLAY "El estado se lleva en ese nombre."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Registro encontrado: " rname-sex OF rec-name
                " " rname-display OF rec-name
                "  Estado: " rname-status OF rec-name.
            IF rname-is-inactive OF rec-name
                DISPLAY "Confirma reactivar (S/N): " WITH NO ADVANCING
            ELSE
                DISPLAY "Confirma inactivar (S/N): " WITH NO ADVANCING
            END-IF.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Cambio de estado cancelado."
                EXIT PARAGRAPH
            END-IF.
            IF rname-is-inactive OF rec-name
                SET rname-is-active OF rec-name TO TRUE
                MOVE "REACTIVA" TO WS-JRN-ACTION
            ELSE
                SET rname-is-inactive OF rec-name TO TRUE
                MOVE "INACTIVA" TO WS-JRN-ACTION
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO rname-status-date OF rec-name.
            REWRITE rec-name
                INVALID KEY
                    DISPLAY "Error al cambiar el estado, estado: "
                        WS-FS-ROSTER
                NOT INVALID KEY
                    DISPLAY "Estado cambiado."
                    MOVE WS-WORK-SEX TO WS-JRN-SEX
                    MOVE WS-NEW-NAME TO WS-JRN-NAME
                    MOVE SPACES TO WS-JRN-NEW-NAME
                    PERFORM A00660-WRITE-JOURNAL
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   Contact maintenance for a roster entry: the entry must be
      *   on the roster, and an alias sends the operator to its
      *   canonical name, where the one contact belongs.
       A00690-MAINTAIN-CONTACT.
            CALL "name-normalize" USING WS-NEW-NAME, WS-NORM-NAME.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ file-names
                INVALID KEY
                    DISPLAY "No existe ese nombre en el padron."
                    EXIT PARAGRAPH
            END-READ.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "Es un alias de " rname-alias-of OF rec-name
                    "; registre el contacto en ese nombre."
                EXIT PARAGRAPH
            END-IF.
            CALL "contact-maint" USING WS-WORK-SEX, WS-NEW-NAME.
            EXIT.
      *-----------------------------------------------------------------
      *   Correct the name parts by hand where name-split guessed
      *   (the review listing of roster-namesplit) or could not tell
      *   a double given name from a surname.  Enter keeps a part as
      *   it is and "-" empties it.  The flag becomes "M" so the
      *   entry leaves the review listing; the key, the display name
      *   and the matching are not touched, and as the registry does
      *   not carry the parts the correction is not journaled.  A
      *   later rename splits the new spelling afresh.
       A00692-EDIT-PARTS.
            CALL "name-normalize" USING WS-NEW-NAME, WS-NORM-NAME.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            PERFORM A00415-READ-ROSTER-LOCKED.
            EVALUATE TRUE
                WHEN WS-REC-FOUND
                    PERFORM A00693-CONFIRM-PARTS
                WHEN WS-REC-ABSENT
                    DISPLAY "No existe ese nombre en el padron."
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
       A00693-CONFIRM-PARTS.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "Es un alias de " rname-alias-of OF rec-name
                DISPLAY "Las partes se llevan en ese nombre."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Registro encontrado: " rname-sex OF rec-name
                " " rname-display OF rec-name.
            DISPLAY "  Nombre(s)       : " rname-given OF rec-name.
            DISPLAY "  Primer apellido : " rname-surname-1 OF rec-name.
            DISPLAY "  Segundo apellido: " rname-surname-2 OF rec-name.
            DISPLAY "(Intro = sin cambio, - = dejar en blanco)".
            DISPLAY "Nombre(s): " WITH NO ADVANCING.
            MOVE SPACES TO WS-PART-ANSWER.
            ACCEPT WS-PART-ANSWER.
            IF WS-PART-ANSWER(31:) NOT = SPACES
                DISPLAY "Nombre demasiado largo (30 como maximo)."
                EXIT PARAGRAPH
            END-IF.
            IF WS-PART-ANSWER = "-"
                MOVE SPACES TO rname-given OF rec-name
            ELSE
                IF WS-PART-ANSWER NOT = SPACES
                    MOVE WS-PART-ANSWER TO rname-given OF rec-name
                END-IF
            END-IF.
            DISPLAY "Primer apellido: " WITH NO ADVANCING.
            MOVE SPACES TO WS-PART-ANSWER.
            ACCEPT WS-PART-ANSWER.
            IF WS-PART-ANSWER(26:) NOT = SPACES
                DISPLAY "Apellido demasiado largo (25 como maximo)."
                EXIT PARAGRAPH
            END-IF.
            IF WS-PART-ANSWER = "-"
                MOVE SPACES TO rname-surname-1 OF rec-name
            ELSE
                IF WS-PART-ANSWER NOT = SPACES
                    MOVE WS-PART-ANSWER TO rname-surname-1 OF rec-name
                END-IF
            END-IF.
            DISPLAY "Segundo apellido: " WITH NO ADVANCING.
            MOVE SPACES TO WS-PART-ANSWER.
            ACCEPT WS-PART-ANSWER.
            IF WS-PART-ANSWER(26:) NOT = SPACES
                DISPLAY "Apellido demasiado largo (25 como maximo)."
                EXIT PARAGRAPH
            END-IF.
            IF WS-PART-ANSWER = "-"
                MOVE SPACES TO rname-surname-2 OF rec-name
            ELSE
                IF WS-PART-ANSWER NOT = SPACES
                    MOVE WS-PART-ANSWER TO rname-surname-2 OF rec-name
                END-IF
            END-IF.
            PERFORM A00490-STAGE-SURNAME-NAME.
            DISPLAY "Quedara: " WS-SURNAME-NAME.
            DISPLAY "Confirma las partes (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Correccion cancelada."
                EXIT PARAGRAPH
            END-IF.
            SET rname-split-manual OF rec-name TO TRUE.
            REWRITE rec-name
                INVALID KEY
                    DISPLAY "Error al corregir las partes, estado: "
                        WS-FS-ROSTER
                NOT INVALID KEY
                    DISPLAY "Partes corregidas."
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   Merge folds two full entries that turn out to be one person
      *   (a duplicate registry load, a typo used for months) into
      *   one: the name keyed at the prompt is retired and the one
      *   asked for here survives.  The retired entry's lookup count
      *   moves to the survivor, the retired key becomes an alias of
      *   the survivor (aliases that pointed at it are redirected,
      *   since an alias may not point at an alias), and every
      *   attendee on the calendar, the archive and the attendee
      *   list that names the retired spelling is rewritten to the
      *   survivor's.  The same scan runs first as a preview that
      *   only counts, and nothing is touched until the operator
      *   confirms.  The calendar carries no sex code, so a spelling
      *   also on the roster under the other sex is warned about.
       A00650-MERGE-NAMES.
            DISPLAY "Nombre que sobrevive: " WITH NO ADVANCING.
            ACCEPT WS-CANON-NAME.
            CALL "name-normalize" USING WS-NEW-NAME, WS-NORM-NAME.
            CALL "name-normalize" USING WS-CANON-NAME,
                WS-NORM-CANON.
            IF WS-NORM-NAME = WS-NORM-CANON
                DISPLAY "Los dos nombres son el mismo; nada que unir."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-CANON TO name OF rec-name.
            READ file-names
                INVALID KEY
                    DISPLAY "El nombre que sobrevive no existe en el "
                        "padron."
                    EXIT PARAGRAPH
            END-READ.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "El que sobrevive es un alias de "
                    rname-alias-of OF rec-name
                DISPLAY "Una con el nombre real."
                EXIT PARAGRAPH
            END-IF.
            MOVE rname-display OF rec-name TO WS-SURV-DISPLAY.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ file-names
                INVALID KEY
                    DISPLAY "El nombre a retirar no existe en el "
                        "padron."
                    EXIT PARAGRAPH
            END-READ.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "El nombre a retirar ya es un alias de "
                    rname-alias-of OF rec-name
                EXIT PARAGRAPH
            END-IF.
            MOVE rname-display OF rec-name TO WS-RETIRED-DISPLAY.
            MOVE rname-times-used OF rec-name TO WS-RETIRED-USES.
            IF WS-WORK-SEX = "F"
                MOVE "M" TO rname-sex OF rec-name
            ELSE
                MOVE "F" TO rname-sex OF rec-name
            END-IF.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ file-names
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    DISPLAY "Aviso: ese nombre tambien esta en el "
                        "padron con sexo " rname-sex OF rec-name
                        "; sus citas tambien cambiarian."
            END-READ.
            SET WS-MRG-PREVIEW TO TRUE.
            PERFORM A00651-MERGE-SCAN.
            DISPLAY "Unir " FUNCTION TRIM(WS-RETIRED-DISPLAY)
                " en " FUNCTION TRIM(WS-SURV-DISPLAY) ":".
            MOVE WS-RETIRED-USES TO WS-USES-DISP.
            DISPLAY "  Consultas que se suman    : " WS-USES-DISP.
            DISPLAY "  Alias a redirigir         : "
                WS-MRG-ALIAS-COUNT.
            DISPLAY "  Citas vigentes a cambiar  : "
                WS-MRG-APPT-COUNT.
            DISPLAY "  Citas archivadas a cambiar: "
                WS-MRG-ARCH-COUNT.
            DISPLAY "  Asistentes a cambiar      : "
                WS-MRG-ATND-COUNT.
            DISPLAY "Confirma unir (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Union cancelada."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A00656-MERGE-ROSTER.
            IF NOT WS-REC-FOUND
                DISPLAY "Union no realizada; el padron quedo como "
                    "estaba."
                EXIT PARAGRAPH
            END-IF.
            SET WS-MRG-COMMIT TO TRUE.
            PERFORM A00651-MERGE-SCAN.
            DISPLAY "Union realizada: " WS-MRG-APPT-COUNT " citas, "
                WS-MRG-ARCH-COUNT " archivadas, "
                WS-MRG-ATND-COUNT " asistentes, "
                WS-MRG-ALIAS-COUNT " alias.".
            IF WS-MRG-FAIL-COUNT > ZERO
                DISPLAY "Aviso: " WS-MRG-FAIL-COUNT " registros no "
                    "se pudieron reescribir."
                MOVE "test-files" TO WS-LOG-PROGRAM
                MOVE "A00650-MERGE-NAMES" TO WS-LOG-PARAGRAPH
                MOVE RC-WARNING TO WS-LOG-CODE
                MOVE "Union de nombres con registros sin reescribir"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One pass over everything a merge touches; WS-MRG-PASS says
      *   whether this is the counting preview or the real thing.
       A00651-MERGE-SCAN.
            MOVE ZERO TO WS-MRG-APPT-COUNT WS-MRG-ARCH-COUNT
                WS-MRG-ATND-COUNT WS-MRG-ALIAS-COUNT
                WS-MRG-FAIL-COUNT.
            PERFORM A00652-SCAN-ALIASES.
            PERFORM A00653-SCAN-APPTS.
            PERFORM A00654-SCAN-ARCHIVE.
            PERFORM A00655-SCAN-ATTENDEES.
            EXIT.
      *-----------------------------------------------------------------
      *   Aliases of the retired entry live in the same sex block;
      *   each is pointed at the survivor and journaled as the
      *   dissolve-and-relink it amounts to.
       A00652-SCAN-ALIASES.
            MOVE "N" TO WS-MRG-EOF.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE LOW-VALUES TO name OF rec-name.
            START file-names
                KEY IS NOT LESS THAN roster-key OF rec-name
                INVALID KEY SET MRG-SCAN-DONE TO TRUE
            END-START.
            PERFORM UNTIL MRG-SCAN-DONE
                READ file-names NEXT RECORD
                    AT END SET MRG-SCAN-DONE TO TRUE
                END-READ
                IF NOT MRG-SCAN-DONE
                    IF rname-sex OF rec-name NOT = WS-WORK-SEX
                        SET MRG-SCAN-DONE TO TRUE
                    ELSE
                        IF rname-alias-of OF rec-name = WS-NORM-NAME
                            PERFORM A00657-REDIRECT-ALIAS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A00653-SCAN-APPTS.
            IF WS-MRG-COMMIT
                OPEN I-O appt-file
            ELSE
                OPEN INPUT appt-file
            END-IF.
            IF NOT WS-FS-APPT-OK
                DISPLAY "Aviso: archivo de citas no disponible, "
                    "estado: " WS-FS-APPT
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-MRG-EOF.
            PERFORM UNTIL MRG-SCAN-DONE
                READ appt-file NEXT RECORD
                    AT END SET MRG-SCAN-DONE TO TRUE
                END-READ
                IF NOT MRG-SCAN-DONE
                    MOVE rec-attendee TO WS-ATT-NAME
                    PERFORM A00658-NORMALIZE-ATTENDEE
                    IF WS-ATT-NORM = WS-NORM-NAME
                        PERFORM A00659-REWRITE-APPT
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE appt-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The archive is history, not journaled; its attendee text is
      *   rewritten so the retired spelling stops turning up there.
       A00654-SCAN-ARCHIVE.
            IF WS-MRG-COMMIT
                OPEN I-O arch-file
            ELSE
                OPEN INPUT arch-file
            END-IF.
            IF NOT WS-FS-ARCH-OK
                DISPLAY "Aviso: archivo historico no disponible, "
                    "estado: " WS-FS-ARCH
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-MRG-EOF.
            PERFORM UNTIL MRG-SCAN-DONE
                READ arch-file NEXT RECORD
                    AT END SET MRG-SCAN-DONE TO TRUE
                END-READ
                IF NOT MRG-SCAN-DONE
                    MOVE arch-attendee TO WS-ATT-NAME
                    PERFORM A00658-NORMALIZE-ATTENDEE
                    IF WS-ATT-NORM = WS-NORM-NAME
                        ADD 1 TO WS-MRG-ARCH-COUNT
                        IF WS-MRG-COMMIT
                            MOVE WS-SURV-DISPLAY TO arch-attendee
                            REWRITE arch-rec
                                INVALID KEY
                                    ADD 1 TO WS-MRG-FAIL-COUNT
                            END-REWRITE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE arch-file.
            EXIT.
      *-----------------------------------------------------------------
       A00655-SCAN-ATTENDEES.
            IF WS-MRG-COMMIT
                OPEN I-O atnd-file
            ELSE
                OPEN INPUT atnd-file
            END-IF.
            IF NOT WS-FS-ATND-OK
                DISPLAY "Aviso: lista de asistentes no disponible, "
                    "estado: " WS-FS-ATND
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-MRG-EOF.
            PERFORM UNTIL MRG-SCAN-DONE
                READ atnd-file NEXT RECORD
                    AT END SET MRG-SCAN-DONE TO TRUE
                END-READ
                IF NOT MRG-SCAN-DONE
                    MOVE at-name TO WS-ATT-NAME
                    PERFORM A00658-NORMALIZE-ATTENDEE
                    IF WS-ATT-NORM = WS-NORM-NAME
                        ADD 1 TO WS-MRG-ATND-COUNT
                        IF WS-MRG-COMMIT
                            MOVE WS-SURV-DISPLAY TO at-name
                            REWRITE at-rec
                                INVALID KEY
                                    ADD 1 TO WS-MRG-FAIL-COUNT
                            END-REWRITE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE atnd-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The roster half of a merge, re-read under lock: the retired
      *   entry becomes an alias of the survivor and hands over its
      *   lookup count.  Its phonetic entry goes (the alias is found
      *   by exact lookup, like every alias), and the survivor's is
      *   made sure of.  WS-READ-OUTCOME tells the caller whether
      *   the retired entry was actually relinked.
       A00656-MERGE-ROSTER.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            PERFORM A00415-READ-ROSTER-LOCKED.
            IF NOT WS-REC-FOUND
                EXIT PARAGRAPH
            END-IF.
            IF rname-alias-of OF rec-name NOT = SPACES
                DISPLAY "El nombre a retirar paso a ser un alias "
                    "mientras tanto."
                MOVE "N" TO WS-READ-OUTCOME
                EXIT PARAGRAPH
            END-IF.
            MOVE rname-times-used OF rec-name TO WS-RETIRED-USES.
            MOVE WS-NORM-CANON TO rname-alias-of OF rec-name.
            MOVE ZERO TO rname-times-used OF rec-name.
            REWRITE rec-name
                INVALID KEY
                    DISPLAY "Error al retirar el nombre, estado: "
                        WS-FS-ROSTER
                    MOVE "E" TO WS-READ-OUTCOME
                    EXIT PARAGRAPH
            END-REWRITE.
            MOVE WS-WORK-SEX TO WS-PHON-SEX.
            MOVE WS-NORM-NAME TO WS-PHON-NAME.
            PERFORM A00645-PHON-SYNC-DELETE.
            MOVE "UNIR" TO WS-JRN-ACTION.
            MOVE WS-WORK-SEX TO WS-JRN-SEX.
            MOVE WS-RETIRED-DISPLAY TO WS-JRN-NAME.
            MOVE WS-SURV-DISPLAY TO WS-JRN-NEW-NAME.
            PERFORM A00660-WRITE-JOURNAL.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-CANON TO name OF rec-name.
            PERFORM A00415-READ-ROSTER-LOCKED.
            IF NOT WS-REC-FOUND
                DISPLAY "Aviso: no se pudieron sumar las consultas "
                    "al nombre que sobrevive."
                MOVE "F" TO WS-READ-OUTCOME
                EXIT PARAGRAPH
            END-IF.
            ADD WS-RETIRED-USES TO rname-times-used OF rec-name
                ON SIZE ERROR
                    MOVE 99999 TO rname-times-used OF rec-name
            END-ADD.
            REWRITE rec-name
                INVALID KEY
                    DISPLAY "Aviso: no se actualizo el contador."
            END-REWRITE.
            MOVE WS-NORM-CANON TO WS-PHON-NAME.
            PERFORM A00640-PHON-SYNC-ADD.
            MOVE "ABSORBE" TO WS-JRN-ACTION.
            MOVE WS-SURV-DISPLAY TO WS-JRN-NAME.
            MOVE WS-RETIRED-DISPLAY TO WS-JRN-NEW-NAME.
            PERFORM A00660-WRITE-JOURNAL.
            MOVE "F" TO WS-READ-OUTCOME.
            EXIT.
      *-----------------------------------------------------------------
       A00657-REDIRECT-ALIAS.
            ADD 1 TO WS-MRG-ALIAS-COUNT.
            IF WS-MRG-PREVIEW
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-NORM-CANON TO rname-alias-of OF rec-name.
            REWRITE rec-name
                INVALID KEY
                    ADD 1 TO WS-MRG-FAIL-COUNT
                NOT INVALID KEY
                    MOVE "DESALIAS" TO WS-JRN-ACTION
                    MOVE WS-WORK-SEX TO WS-JRN-SEX
                    MOVE rname-display OF rec-name TO WS-JRN-NAME
                    MOVE SPACES TO WS-JRN-NEW-NAME
                    PERFORM A00660-WRITE-JOURNAL
                    MOVE "ALIAS" TO WS-JRN-ACTION
                    MOVE WS-SURV-DISPLAY TO WS-JRN-NEW-NAME
                    PERFORM A00660-WRITE-JOURNAL
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   Attendee text is whatever was typed; it matches the retired
      *   entry when it normalizes to the same key name.
       A00658-NORMALIZE-ATTENDEE.
            IF WS-ATT-NAME = SPACES
                MOVE SPACES TO WS-ATT-NORM
            ELSE
                CALL "name-normalize" USING WS-ATT-NAME, WS-ATT-NORM
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A live appointment changes like any other calendar edit:
      *   ANTES with the before image, CAMBIAR with the after image,
      *   so the owner's change digest and roll-forward both see it.
       A00659-REWRITE-APPT.
            ADD 1 TO WS-MRG-APPT-COUNT.
            IF WS-MRG-PREVIEW
                EXIT PARAGRAPH
            END-IF.
            MOVE "ANTES" TO WS-AJRN-ACTION.
            MOVE SPACES TO WS-AJRN-NOTE.
            PERFORM A00665-WRITE-APPT-JOURNAL.
            MOVE WS-SURV-DISPLAY TO rec-attendee.
            REWRITE appt-rec
                INVALID KEY
                    ADD 1 TO WS-MRG-FAIL-COUNT
                NOT INVALID KEY
                    MOVE "CAMBIAR" TO WS-AJRN-ACTION
                    STRING "Asistente unificado: "
                        FUNCTION TRIM(WS-SURV-DISPLAY)
                        DELIMITED BY SIZE INTO WS-AJRN-NOTE
                    END-STRING
                    PERFORM A00665-WRITE-APPT-JOURNAL
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   One calendar journal line (layout in cpy/appt-journal) for
      *   the appointment in appt-rec; the caller stages
      *   WS-AJRN-ACTION and WS-AJRN-NOTE.
       A00665-WRITE-APPT-JOURNAL.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-JRN-TIME FROM TIME.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            IF WS-OPERATOR-ID = SPACES
                MOVE "OPER" TO WS-OPERATOR-ID
            END-IF.
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
            MOVE appt-key OF appt-rec TO ajrn-key.
            MOVE appt-rec(21:148) TO ajrn-image.
            MOVE WS-AJRN-NOTE TO ajrn-note.
            WRITE ajrn-rec.
            CLOSE appt-journal.
            EXIT.
      *-----------------------------------------------------------------
      *   Keep the phonetic companion in step with maintenance; the
      *   caller leaves the affected NORMALIZED name in WS-PHON-NAME
      *   and the sex in WS-PHON-SEX before PERFORMing either of
      *   "?" at the prompt overlays the shared help page and asks
      *   again -- the plain-prompt counterpart of the calendar's F1.
       A00700-PROMPT-MODE.
            DISPLAY "Modo (L=Listar, A=Listar por apellido, "
                "M=Mantenimiento, B=Buscar, ?=Ayuda): "
                WITH NO ADVANCING.
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = "?"
                MOVE "test-files" TO WS-HELP-PROGRAM
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-REPORT TO WS-REPORT-PATH
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
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00800-OPEN.
            IF NOT BATCH-JOB-TO-REPORT
                DISPLAY "Abriendo archivos..." AT 0201
            END-IF.
      *     La consulta tambien abre I-O, porque actualiza el contador
            EXIT.
      *-----------------------------------------------------------------
       A00850-CLOSE.
            IF NOT BATCH-JOB-TO-REPORT
                DISPLAY "Cerrando archivos..." AT 0201
            END-IF.
            CLOSE file-names.
      *   goes to the paged report file, interactively it goes to
      *   STDOUT exactly as before.
       A00980-EMIT-LINE.
            IF BATCH-JOB-TO-REPORT
                IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
                    PERFORM A00970-WRITE-PAGE-HEADER
                END-IF
