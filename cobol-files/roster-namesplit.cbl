      ******************************************************************
      * ROSTER-NAMESPLIT
      * One-time rebuild of the roster into the layout that carries
      * the name in parts -- given names, first and second surname
      * and the split flag at the end of cpy/roster-fields.  Reads
      * the live file at its earlier 176-byte width (declared here
      * with the key alone, the rest carried byte for byte), splits
      * each display name through name-split, and writes a .new file
      * at the full width.  Records written before the display field
      * existed carry spaces there; the key name is split instead.
      * The key itself is copied untouched, so every lookup,
      * alias link and reference matches exactly as before.
      *
      * Every name name-split could not split with confidence (flag
      * "R") goes on the review listing with the parts it guessed,
      * for an operator to confirm or correct through test-files
      * maintenance (action P).  The live file is never touched; the
      * operator swaps the .new file in after checking the counts,
      * the same rules as roster-normalize.
      *
      * Environment:
      *   ROSTER_FILE          the roster as it is
      *   ROSTER_NEW_FILE      the rebuilt roster
      *   ROSTER_SPLIT_REPORT  the review listing
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roster-namesplit.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT old-names
                ASSIGN TO DYNAMIC WS-OLD-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS old-roster-key
                FILE STATUS IS WS-FS-OLD.

            SELECT new-names
                ASSIGN TO DYNAMIC WS-NEW-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS roster-key OF rec-name
                FILE STATUS IS WS-FS-NEW.

            SELECT split-report
                ASSIGN TO DYNAMIC WS-REPORT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REPORT.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD old-names.
        01 old-rec.
            05 old-roster-key   PIC X(51).
            05 old-rest         PIC X(125).

       FD new-names.
        01 rec-name.
           COPY "cpy/roster-fields".

       FD split-report.
        01 split-report-line    PIC X(132).
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
       77 WS-OLD-PATH           PIC X(255) VALUE SPACES.
       77 WS-NEW-PATH           PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-OLD             PIC X(02) VALUE "00".
           88 WS-FS-OLD-OK          VALUE "00" "02".
       77 WS-FS-NEW             PIC X(02) VALUE "00".
           88 WS-FS-NEW-OK          VALUE "00" "02".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
           88 WS-FS-REPORT-OK       VALUE "00".
       77 WS-EOF-OLD            PIC X(01) VALUE "N".
        88 EOF-old-file         VALUE "Y".
       77 WS-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
       77 WS-WRITTEN-COUNT      PIC 9(06) COMP VALUE ZERO.
       77 WS-PARSED-COUNT       PIC 9(06) COMP VALUE ZERO.
       77 WS-REVIEW-COUNT       PIC 9(06) COMP VALUE ZERO.
       77 WS-FAIL-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-COUNT-DISP         PIC ZZZZZ9 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A00100-MAIN.
            PERFORM A00200-INIT-PATHS.
            OPEN INPUT old-names.
            IF NOT WS-FS-OLD-OK
                DISPLAY "ERROR abriendo el padron, estado: "
                    WS-FS-OLD UPON STDOUT
                MOVE "No se pudo abrir el padron a separar"
                    TO WS-LOG-MESSAGE
                PERFORM A00450-LOG-ERROR
                GOBACK
            END-IF.
            OPEN OUTPUT new-names.
            IF NOT WS-FS-NEW-OK
                DISPLAY "ERROR creando el padron nuevo, estado: "
                    WS-FS-NEW UPON STDOUT
                MOVE "No se pudo crear el padron con nombres separados"
                    TO WS-LOG-MESSAGE
                PERFORM A00450-LOG-ERROR
                CLOSE old-names
                GOBACK
            END-IF.
            OPEN OUTPUT split-report.
            IF NOT WS-FS-REPORT-OK
                DISPLAY "Aviso: no se pudo abrir el listado de "
                    "revision, estado: " WS-FS-REPORT UPON STDOUT
            END-IF.
            MOVE "Nombres a revisar tras la separacion en partes"
                TO split-report-line.
            PERFORM A00480-WRITE-REPORT-LINE.
            MOVE "S Nombre / nombres | primer apellido | segundo "
                & "apellido" TO split-report-line.
            PERFORM A00480-WRITE-REPORT-LINE.
            MOVE "----------------------------------------"
                TO split-report-line.
            PERFORM A00480-WRITE-REPORT-LINE.
            READ old-names
                AT END SET EOF-old-file TO TRUE
            END-READ.
            PERFORM A00300-SPLIT-ONE UNTIL EOF-old-file.
            CLOSE old-names.
            CLOSE new-names.
            PERFORM A00900-SHOW-TOTALS.
            IF WS-FS-REPORT-OK
                CLOSE split-report
            END-IF.
            IF WS-FAIL-COUNT > ZERO
               OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
                MOVE "Registros del padron no copiados al separar"
                    TO WS-LOG-MESSAGE
                PERFORM A00450-LOG-ERROR
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
       A00200-INIT-PATHS.
            ACCEPT WS-OLD-PATH FROM ENVIRONMENT "ROSTER_FILE".
            IF WS-OLD-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER TO WS-OLD-PATH
            END-IF.
            ACCEPT WS-NEW-PATH FROM ENVIRONMENT "ROSTER_NEW_FILE".
            IF WS-NEW-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-NEW TO WS-NEW-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH
                FROM ENVIRONMENT "ROSTER_SPLIT_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-SPLITRPT TO WS-REPORT-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The old record lands in the leading bytes; the group move
      *   leaves the new parts blank until name-split fills them.
       A00300-SPLIT-ONE.
            ADD 1 TO WS-READ-COUNT.
            MOVE old-rec TO rec-name.
            IF rname-display OF rec-name = SPACES
                MOVE name OF rec-name TO rname-display OF rec-name
            END-IF.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name,
                rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            IF rname-split-review OF rec-name
                ADD 1 TO WS-REVIEW-COUNT
                PERFORM A00400-LIST-FOR-REVIEW
            ELSE
                ADD 1 TO WS-PARSED-COUNT
            END-IF.
            WRITE rec-name
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    DISPLAY "  No se pudo copiar: " old-roster-key
                        " estado: " WS-FS-NEW
                NOT INVALID KEY
                    ADD 1 TO WS-WRITTEN-COUNT
            END-WRITE.
            READ old-names
                AT END SET EOF-old-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A00400-LIST-FOR-REVIEW.
            MOVE SPACES TO split-report-line.
            STRING rname-sex OF rec-name " "
                FUNCTION TRIM(rname-display OF rec-name) " / "
                FUNCTION TRIM(rname-given OF rec-name) " | "
                FUNCTION TRIM(rname-surname-1 OF rec-name) " | "
                FUNCTION TRIM(rname-surname-2 OF rec-name)
                DELIMITED BY SIZE INTO split-report-line
            END-STRING.
            PERFORM A00480-WRITE-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A00450-LOG-ERROR.
            MOVE "roster-namesplit" TO WS-LOG-PROGRAM.
            MOVE "A00100-MAIN" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
       A00480-WRITE-REPORT-LINE.
            IF WS-FS-REPORT-OK
                WRITE split-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00900-SHOW-TOTALS.
            MOVE SPACES TO split-report-line.
            PERFORM A00480-WRITE-REPORT-LINE.
            MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP.
            MOVE SPACES TO split-report-line.
            STRING "Nombres a revisar   : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO split-report-line
            END-STRING.
            PERFORM A00480-WRITE-REPORT-LINE.
            DISPLAY "-----------------------------------------".
            DISPLAY "Separacion de nombres del padron".
            DISPLAY "Registros leidos   : " WS-READ-COUNT.
            DISPLAY "Registros escritos : " WS-WRITTEN-COUNT.
            DISPLAY "Separados          : " WS-PARSED-COUNT.
            DISPLAY "A revisar          : " WS-REVIEW-COUNT.
            DISPLAY "No copiados        : " WS-FAIL-COUNT.
            EXIT.
       END PROGRAM roster-namesplit.
