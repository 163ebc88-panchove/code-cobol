      *   test-harvesine's batch keeps one, so an interrupted apply
      *   restarts where it stopped instead of double-loading.
      *
      *   RECON matches the same full quarterly file against the
      *   live roster on the normalized key, the other way round:
      *   every active entry the registry no longer carries becomes
      *   a deactivation proposal, listed with its last status date
      *   and usage count, and every entry both sides carry under a
      *   different display spelling is listed for the record.  The
      *   roster is only READ; the proposals file has an approval
      *   column, left blank, which the operator marks "S" on the
      *   entries to go.  An empty or unreadable registry file
      *   proposes nothing, and proposals over a fifth of the active
      *   roster are flagged like the stage swing.
      *
      *   DEACT, released by the operator, inactivates the approved
      *   proposals exactly as maintenance's I action does: status
      *   "I", the status date set to today, and an INACTIVA line on
      *   the roster journal with a blank source, so roster-outbound
      *   reports them back to the registry.  An entry already
      *   inactive is passed over, so a rerun does no harm.
      *
      * Input is line sequential, one name per line in fixed
      * columns: the name in columns 1-50 and the sex flag (F/M) in
      * column 52, same as always.  Valid names are written with
      * origin "REG", the load date, active status and a zero usage
      * counter.  The file must come between the shop's interface
      * header and trailer control records (iface-control, type
      * REG-LOAD); STAGE and RECON check the whole file first, and
      * one whose header is missing or whose trailer does not agree
      * -- line count or the hash total folded from the names -- is
      * rejected whole, with nothing staged or proposed.
      *
      * Environment:
      *   ROSTER_LOAD_PHASE    STAGE (default), APPLY, RECON or
      *                        DEACT
      *   ROSTER_LOAD_FILE     the quarterly extract (STAGE input)
      *   ROSTER_STAGE_FILE    the validated stage (STAGE out/APPLY in)
      *   ROSTER_STAGE_REPORT  the preview report (STAGE output)
      *   ROSTER_RECON_KEYS    the registry keys (RECON work file)
      *   ROSTER_PROPOSALS     the proposals (RECON out/DEACT in)
      *   ROSTER_RECON_REPORT  the reconciliation report (RECON)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roster-load.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS roster-key OF rec-name
                FILE STATUS IS WS-FS-ROSTER.

            SELECT reg-key-file
                ASSIGN TO DYNAMIC WS-REGKEY-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS reg-key
                FILE STATUS IS WS-FS-REGKEY.

            SELECT proposal-file
                ASSIGN TO DYNAMIC WS-PROPOSAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-PROPOSAL.

            SELECT recon-report
                ASSIGN TO DYNAMIC WS-RECONRPT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RECONRPT.

            SELECT journal-file
                ASSIGN TO DYNAMIC WS-JOURNAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOURNAL.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD file-names.
        01 rec-name.
           COPY "cpy/roster-fields".

       FD reg-key-file.
        01 reg-key-rec.
            05 reg-key.
                10 reg-sex      PIC X(01).
                10 reg-norm     PIC X(50).
            05 reg-display      PIC X(50).

      *   one proposal per line; prop-approve is the operator's
      *   column ("S" releases the entry to DEACT)
       FD proposal-file.
        01 proposal-rec.
            05 prop-approve     PIC X(01).
            05 FILLER           PIC X(01).
            05 prop-sex         PIC X(01).
            05 FILLER           PIC X(01).
            05 prop-norm        PIC X(50).
            05 FILLER           PIC X(01).
            05 prop-display     PIC X(50).
            05 FILLER           PIC X(01).
            05 prop-status-date PIC 9(08).
            05 FILLER           PIC X(01).
            05 prop-times-used  PIC 9(05).

       FD recon-report.
        01 recon-report-line    PIC X(100).

       FD journal-file.
           COPY "cpy/roster-journal".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   header/trailer control records of the quarterly file
       COPY "cpy/iface-control".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-PHASE              PIC X(05) VALUE "STAGE".
        88 WS-PHASE-APPLY       VALUE "APPLY".
        88 WS-PHASE-RECON       VALUE "RECON".
        88 WS-PHASE-DEACT       VALUE "DEACT".
       77 WS-LOAD-PATH          PIC X(255) VALUE SPACES.
       77 WS-STAGE-PATH         PIC X(255) VALUE SPACES.
       77 WS-STAGERPT-PATH      PIC X(255) VALUE SPACES.
       77 WS-CHK-PATH           PIC X(255) VALUE SPACES.
       77 WS-ROSTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-REGKEY-PATH        PIC X(255) VALUE SPACES.
       77 WS-PROPOSAL-PATH      PIC X(255) VALUE SPACES.
       77 WS-RECONRPT-PATH      PIC X(255) VALUE SPACES.
       77 WS-JOURNAL-PATH       PIC X(255) VALUE SPACES.
       77 WS-FS-LOAD            PIC X(02) VALUE "00".
           88 WS-FS-LOAD-OK         VALUE "00".
       77 WS-FS-STAGE           PIC X(02) VALUE "00".
           88 WS-FS-CHK-OK          VALUE "00".
       77 WS-FS-ROSTER          PIC X(02) VALUE "00".
           88 WS-FS-ROSTER-OK       VALUE "00" "02" "10" "22" "23".
       77 WS-FS-REGKEY          PIC X(02) VALUE "00".
           88 WS-FS-REGKEY-OK       VALUE "00" "02" "22" "23".
       77 WS-FS-PROPOSAL        PIC X(02) VALUE "00".
           88 WS-FS-PROPOSAL-OK     VALUE "00".
       77 WS-FS-RECONRPT        PIC X(02) VALUE "00".
           88 WS-FS-RECONRPT-OK     VALUE "00".
       77 WS-FS-JOURNAL         PIC X(02) VALUE "00".
           88 WS-FS-JOURNAL-OK      VALUE "00" "05".
       77 WS-LOAD-SEX           PIC X(01) VALUE SPACE.
       77 WS-STG-ACTION         PIC X(01) VALUE SPACE.
       77 WS-NORM-NAME          PIC X(50) VALUE SPACES.
       77 WS-APPLIED-NEW        PIC 9(05) VALUE ZERO.
       77 WS-APPLIED-REACT      PIC 9(05) VALUE ZERO.
       77 WS-APPLY-FAILS        PIC 9(05) VALUE ZERO.
      *   reconciliation and deactivation counters
       77 WS-EOF-ROSTER         PIC X(01) VALUE "N".
        88 EOF-roster-file      VALUE "Y".
       77 WS-EOF-PROPOSAL       PIC X(01) VALUE "N".
        88 EOF-proposal-file    VALUE "Y".
       77 WS-REG-COUNT          PIC 9(06) VALUE ZERO.
       77 WS-REG-DUP            PIC 9(05) VALUE ZERO.
       77 WS-ACTIVE-COUNT       PIC 9(06) VALUE ZERO.
       77 WS-PROPOSE-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-SPELLING-COUNT     PIC 9(05) VALUE ZERO.
       77 WS-DEACT-DONE         PIC 9(05) VALUE ZERO.
       77 WS-DEACT-ALREADY      PIC 9(05) VALUE ZERO.
       77 WS-DEACT-PENDING      PIC 9(05) VALUE ZERO.
       77 WS-DEACT-FAILS        PIC 9(05) VALUE ZERO.
      *   journal staging, same convention test-files uses
       77 WS-JRN-ACTION         PIC X(08) VALUE SPACES.
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
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
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A00100-MAIN.
            PERFORM A00200-INIT-PATHS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            EVALUATE TRUE
                WHEN WS-PHASE-APPLY
                    PERFORM A00600-APPLY-STAGE
                WHEN WS-PHASE-RECON
                    PERFORM A00800-RECON-PASS
                WHEN WS-PHASE-DEACT
                    PERFORM A00900-DEACT-PASS
                WHEN OTHER
                    PERFORM A00250-STAGE-PASS
            END-EVALUATE.
            PERFORM A00999-EXIT.
      *-----------------------------------------------------------------
       A00200-INIT-PATHS.
            IF WS-ROSTER-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER TO WS-ROSTER-PATH
            END-IF.
            ACCEPT WS-REGKEY-PATH FROM ENVIRONMENT "ROSTER_RECON_KEYS".
            IF WS-REGKEY-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-RECONKEY TO WS-REGKEY-PATH
            END-IF.
            ACCEPT WS-PROPOSAL-PATH
                FROM ENVIRONMENT "ROSTER_PROPOSALS".
            IF WS-PROPOSAL-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-PROPOSAL TO WS-PROPOSAL-PATH
            END-IF.
            ACCEPT WS-RECONRPT-PATH
                FROM ENVIRONMENT "ROSTER_RECON_REPORT".
            IF WS-RECONRPT-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-RECONRPT TO WS-RECONRPT-PATH
            END-IF.
            ACCEPT WS-JOURNAL-PATH
                FROM ENVIRONMENT "ROSTER_JOURNAL_FILE".
            IF WS-JOURNAL-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-JOURNAL TO WS-JOURNAL-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   STAGE: the live roster is only ever READ, to classify each
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A00260-CHECK-LOAD-FILE.
            IF lk-ctl-rejected
                DISPLAY "Archivo de carga rechazado: "
                    FUNCTION TRIM(lk-ctl-reason) UPON STDOUT
                MOVE "roster-load" TO WS-LOG-PROGRAM
                MOVE "A00250-STAGE" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE SPACES TO WS-LOG-MESSAGE
                STRING "Carga rechazada: " FUNCTION TRIM(lk-ctl-reason)
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                END-STRING
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT load-file.
            OPEN INPUT file-names.
            PERFORM A00280-COUNT-ROSTER.
            OPEN OUTPUT stage-file.
                WS-STAGE-REACT " reactivaciones; revise el "
                "reporte y libere la fase APPLY.".
            EXIT.
      *-----------------------------------------------------------------
      *   A pass over the whole quarterly file before anything in it
      *   is used; the file is left closed either way.
       A00260-CHECK-LOAD-FILE.
            MOVE "REG-LOAD" TO lk-ctl-type.
            MOVE ZERO TO lk-ctl-hash-value.
            READ load-file
                AT END SET EOF-load-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-load-file
                MOVE load-rec TO lk-ctl-record
                MOVE in-name TO lk-ctl-hash-text
                SET lk-ctl-op-check TO TRUE
                PERFORM A00270-CALL-IFACE-CONTROL
                READ load-file
                    AT END SET EOF-load-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE load-file.
            MOVE "N" TO WS-EOF-LOAD.
            SET lk-ctl-op-end-check TO TRUE.
            PERFORM A00270-CALL-IFACE-CONTROL.
            EXIT.
      *-----------------------------------------------------------------
       A00270-CALL-IFACE-CONTROL.
            CALL "iface-control" USING lk-ctl-op, lk-ctl-type,
                lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
                lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
            EXIT.
      *-----------------------------------------------------------------
       A00280-COUNT-ROSTER.
            MOVE ZERO TO WS-ROSTER-SIZE.
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   The header and trailer were checked already and are not
      *   names: they are passed over uncounted, here and in RECON.
       A00300-STAGE-ONE-LINE.
            MOVE load-rec TO lk-ctl-record.
            IF lk-ctl-rec-is-control
                READ load-file
                    AT END SET EOF-load-file TO TRUE
                END-READ
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-READ-COUNT.
            IF FUNCTION TRIM(in-name) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(in-name))
                    MOVE stg-sex TO rname-sex OF rec-name
                    MOVE stg-norm TO name OF rec-name
                    MOVE stg-display TO rname-display OF rec-name
                    CALL "name-split" USING rname-display OF rec-name,
                        rname-given OF rec-name,
                        rname-surname-1 OF rec-name,
                        rname-surname-2 OF rec-name,
                        rname-split-flag OF rec-name
                    MOVE WS-TODAY-DATE
                        TO rname-date-added OF rec-name
                    MOVE "REG" TO rname-origin OF rec-name
                AT END SET EOF-stage-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   RECON: the registry's keys go into an indexed work file so
      *   the roster can be walked once in key order and each active
      *   entry looked up in it; the live roster is only READ.
       A00800-RECON-PASS.
            OPEN INPUT load-file.
            IF NOT WS-FS-LOAD-OK
                DISPLAY "ERROR abriendo archivo de carga, estado: "
                    WS-FS-LOAD UPON STDOUT
                MOVE "No se pudo abrir el archivo de carga trimestral"
                    TO WS-LOG-MESSAGE
                PERFORM A00890-LOG-RECON-ERROR
                EXIT PARAGRAPH
            END-IF.
            PERFORM A00260-CHECK-LOAD-FILE.
            IF lk-ctl-rejected
                DISPLAY "Archivo de carga rechazado: "
                    FUNCTION TRIM(lk-ctl-reason) UPON STDOUT
                MOVE SPACES TO WS-LOG-MESSAGE
                STRING "Carga rechazada: " FUNCTION TRIM(lk-ctl-reason)
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                END-STRING
                PERFORM A00890-LOG-RECON-ERROR
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT load-file.
            OPEN INPUT file-names.
            IF WS-FS-ROSTER NOT = "00"
                DISPLAY "ERROR abriendo el padron, estado: "
                    WS-FS-ROSTER UPON STDOUT
                MOVE "No se pudo abrir el padron para conciliar"
                    TO WS-LOG-MESSAGE
                PERFORM A00890-LOG-RECON-ERROR
                CLOSE load-file
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT reg-key-file.
            IF NOT WS-FS-REGKEY-OK
                DISPLAY "ERROR creando las claves del registro, "
                    "estado: " WS-FS-REGKEY UPON STDOUT
                MOVE "No se pudo crear el archivo de claves"
                    TO WS-LOG-MESSAGE
                PERFORM A00890-LOG-RECON-ERROR
                CLOSE load-file file-names
                EXIT PARAGRAPH
            END-IF.
            READ load-file
                AT END SET EOF-load-file TO TRUE
            END-READ.
            PERFORM A00810-LOAD-REG-KEY UNTIL EOF-load-file.
            CLOSE load-file reg-key-file.
      *     an empty or all-invalid transfer would propose the whole
      *     roster for deactivation
            IF WS-REG-COUNT = ZERO
                DISPLAY "El archivo del registro no trae nombres "
                    "validos; no se propone ninguna inactivacion."
                    UPON STDOUT
                MOVE "Archivo del registro vacio, conciliacion omitida"
                    TO WS-LOG-MESSAGE
                PERFORM A00890-LOG-RECON-ERROR
                CLOSE file-names
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT reg-key-file.
            OPEN OUTPUT proposal-file.
            IF NOT WS-FS-PROPOSAL-OK
                DISPLAY "ERROR creando el archivo de propuestas, "
                    "estado: " WS-FS-PROPOSAL UPON STDOUT
                MOVE "No se pudo crear el archivo de propuestas"
                    TO WS-LOG-MESSAGE
                PERFORM A00890-LOG-RECON-ERROR
                CLOSE reg-key-file file-names
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT recon-report.
            IF NOT WS-FS-RECONRPT-OK
                DISPLAY "Aviso: no se pudo abrir el reporte de "
                    "conciliacion, estado: " WS-FS-RECONRPT UPON STDOUT
            END-IF.
            MOVE "Conciliacion trimestral del padron con el registro"
                TO recon-report-line.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE "--------------------------------------------------"
                TO recon-report-line.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE LOW-VALUES TO roster-key OF rec-name.
            START file-names
                KEY IS GREATER THAN roster-key OF rec-name
                INVALID KEY SET EOF-roster-file TO TRUE
            END-START.
            PERFORM A00820-READ-ROSTER-NEXT.
            PERFORM A00830-RECON-ONE-ENTRY UNTIL EOF-roster-file.
            PERFORM A00850-RECON-TOTALS.
            CLOSE reg-key-file file-names proposal-file.
            IF WS-FS-RECONRPT-OK
                CLOSE recon-report
            END-IF.
            DISPLAY "Propuestas " WS-PROPOSE-COUNT " inactivaciones y "
                WS-SPELLING-COUNT " diferencias de grafia; marque "
                "con S las aprobadas y libere la fase DEACT.".
            EXIT.
      *-----------------------------------------------------------------
      *   Same validation the STAGE pass applies to each line; a name
      *   the registry lists twice counts once.
       A00810-LOAD-REG-KEY.
            MOVE load-rec TO lk-ctl-record.
            IF lk-ctl-rec-is-control
                READ load-file
                    AT END SET EOF-load-file TO TRUE
                END-READ
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACE TO WS-LOAD-SEX.
            IF FUNCTION TRIM(in-name) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(in-name))
                    < WS-MIN-NAME-LEN
                ADD 1 TO WS-REJECT-INVALID
            ELSE
                EVALUATE in-sex
                    WHEN "F" WHEN "f"
                        MOVE "F" TO WS-LOAD-SEX
                    WHEN "M" WHEN "m"
                        MOVE "M" TO WS-LOAD-SEX
                    WHEN OTHER
                        ADD 1 TO WS-REJECT-INVALID
                END-EVALUATE
            END-IF.
            IF WS-LOAD-SEX NOT = SPACE
                CALL "name-normalize" USING in-name, WS-NORM-NAME
                MOVE WS-LOAD-SEX TO reg-sex
                MOVE WS-NORM-NAME TO reg-norm
                MOVE in-name TO reg-display
                WRITE reg-key-rec
                    INVALID KEY
                        ADD 1 TO WS-REG-DUP
                    NOT INVALID KEY
                        ADD 1 TO WS-REG-COUNT
                END-WRITE
            END-IF.
            READ load-file
                AT END SET EOF-load-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A00820-READ-ROSTER-NEXT.
            IF EOF-roster-file
                EXIT PARAGRAPH
            END-IF.
            READ file-names NEXT RECORD
                AT END SET EOF-roster-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   Only active canonical entries are reconciled: inactive ones
      *   are already out, and an alias's status lives on its
      *   canonical name.
       A00830-RECON-ONE-ENTRY.
            IF rname-is-active OF rec-name
               AND rname-alias-of OF rec-name = SPACES
                ADD 1 TO WS-ACTIVE-COUNT
                MOVE rname-sex OF rec-name TO reg-sex
                MOVE name OF rec-name TO reg-norm
                READ reg-key-file
                    INVALID KEY
                        PERFORM A00840-WRITE-PROPOSAL
                    NOT INVALID KEY
                        IF FUNCTION TRIM(reg-display) NOT =
                           FUNCTION TRIM(rname-display OF rec-name)
                            PERFORM A00845-WRITE-SPELLING
                        END-IF
                END-READ
            END-IF.
            PERFORM A00820-READ-ROSTER-NEXT.
            EXIT.
      *-----------------------------------------------------------------
       A00840-WRITE-PROPOSAL.
            MOVE SPACES TO proposal-rec.
            MOVE rname-sex OF rec-name TO prop-sex.
            MOVE name OF rec-name TO prop-norm.
            MOVE rname-display OF rec-name TO prop-display.
            MOVE rname-status-date OF rec-name TO prop-status-date.
            MOVE rname-times-used OF rec-name TO prop-times-used.
            WRITE proposal-rec.
            ADD 1 TO WS-PROPOSE-COUNT.
            MOVE SPACES TO recon-report-line.
            STRING "  INACTIVAR " rname-sex OF rec-name " "
                FUNCTION TRIM(rname-display OF rec-name)
                "  estado desde: " rname-status-date OF rec-name
                "  usos: " rname-times-used OF rec-name
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A00845-WRITE-SPELLING.
            ADD 1 TO WS-SPELLING-COUNT.
            MOVE SPACES TO recon-report-line.
            STRING "  GRAFIA    " rname-sex OF rec-name " padron  : "
                FUNCTION TRIM(rname-display OF rec-name)
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "              registro: "
                FUNCTION TRIM(reg-display)
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A00850-RECON-TOTALS.
            MOVE SPACES TO recon-report-line.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Lineas leidas             : " WS-READ-COUNT
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Rechazos invalidos        : " WS-REJECT-INVALID
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Nombres en el registro    : " WS-REG-COUNT
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Repetidos en el registro  : " WS-REG-DUP
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Activos en el padron      : " WS-ACTIVE-COUNT
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Inactivaciones propuestas : " WS-PROPOSE-COUNT
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
            MOVE SPACES TO recon-report-line.
            STRING "Diferencias de grafia     : " WS-SPELLING-COUNT
                DELIMITED BY SIZE INTO recon-report-line
            END-STRING.
            PERFORM A00880-WRITE-RECON-LINE.
      *     same swing guard as the stage: losing more than a fifth
      *     of the active roster in one quarter smells like a
      *     truncated transfer
            IF WS-ACTIVE-COUNT > ZERO
                COMPUTE WS-SWING-PCT =
                    WS-PROPOSE-COUNT * 100 / WS-ACTIVE-COUNT
                MOVE SPACES TO recon-report-line
                STRING "Bajas propuestas          : " WS-SWING-PCT
                    " por ciento" DELIMITED BY SIZE
                    INTO recon-report-line
                END-STRING
                PERFORM A00880-WRITE-RECON-LINE
                IF WS-SWING-PCT > 20
                    MOVE "*** VOLUMEN SOSPECHOSO: revise el archivo"
                        & " del registro antes de aprobar ***"
                        TO recon-report-line
                    PERFORM A00880-WRITE-RECON-LINE
                    MOVE RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00880-WRITE-RECON-LINE.
            IF WS-FS-RECONRPT-OK
                WRITE recon-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00890-LOG-RECON-ERROR.
            MOVE "roster-load" TO WS-LOG-PROGRAM.
            MOVE "A00800-RECON" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
      *   DEACT: inactivates the proposals the operator marked "S",
      *   through the same journaled path as maintenance.
       A00900-DEACT-PASS.
            OPEN INPUT proposal-file.
            IF NOT WS-FS-PROPOSAL-OK
                DISPLAY "Sin archivo de propuestas que aplicar, "
                    "estado: " WS-FS-PROPOSAL UPON STDOUT
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O file-names.
            IF WS-FS-ROSTER NOT = "00"
                DISPLAY "ERROR abriendo el padron, estado: "
                    WS-FS-ROSTER UPON STDOUT
                CLOSE proposal-file
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ proposal-file
                AT END SET EOF-proposal-file TO TRUE
            END-READ.
            PERFORM A00910-DEACT-ONE-LINE UNTIL EOF-proposal-file.
            CLOSE proposal-file.
            CLOSE file-names.
            DISPLAY "-----------------------------------------".
            DISPLAY "Inactivacion de las propuestas aprobadas".
            DISPLAY "Inactivados               : " WS-DEACT-DONE.
            DISPLAY "Ya inactivos              : " WS-DEACT-ALREADY.
            DISPLAY "Sin aprobar               : " WS-DEACT-PENDING.
            DISPLAY "No aplicadas              : " WS-DEACT-FAILS.
            IF WS-DEACT-FAILS > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00910-DEACT-ONE-LINE.
            IF prop-approve = "S" OR prop-approve = "s"
                MOVE prop-sex TO rname-sex OF rec-name
                MOVE prop-norm TO name OF rec-name
                READ file-names
                    INVALID KEY
                        ADD 1 TO WS-DEACT-FAILS
                        DISPLAY "  No esta en el padron: " prop-sex
                            " " FUNCTION TRIM(prop-display)
                    NOT INVALID KEY
                        PERFORM A00920-DEACT-ENTRY
                END-READ
            ELSE
                ADD 1 TO WS-DEACT-PENDING
            END-IF.
            READ proposal-file
                AT END SET EOF-proposal-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A00920-DEACT-ENTRY.
            EVALUATE TRUE
                WHEN rname-alias-of OF rec-name NOT = SPACES
                    ADD 1 TO WS-DEACT-FAILS
                    DISPLAY "  Es un alias de "
                        FUNCTION TRIM(rname-alias-of OF rec-name)
                        ": " FUNCTION TRIM(prop-display)
                WHEN rname-is-inactive OF rec-name
                    ADD 1 TO WS-DEACT-ALREADY
                WHEN OTHER
                    SET rname-is-inactive OF rec-name TO TRUE
                    MOVE WS-TODAY-DATE TO rname-status-date OF rec-name
                    REWRITE rec-name
                        INVALID KEY
                            ADD 1 TO WS-DEACT-FAILS
                            DISPLAY "  Error al inactivar "
                                FUNCTION TRIM(prop-display)
                                ", estado: " WS-FS-ROSTER
                        NOT INVALID KEY
                            ADD 1 TO WS-DEACT-DONE
                            MOVE "INACTIVA" TO WS-JRN-ACTION
                            PERFORM A00950-WRITE-JOURNAL
                    END-REWRITE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Same journal line maintenance writes for its I action, with
      *   a blank source, so roster-outbound sends the deactivation
      *   back to the registry.
       A00950-WRITE-JOURNAL.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-JRN-TIME FROM TIME.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
            IF WS-OPERATOR-ID = SPACES
                MOVE "OPER" TO WS-OPERATOR-ID
            END-IF.
            OPEN EXTEND journal-file.
            IF NOT WS-FS-JOURNAL-OK
                CLOSE journal-file
                OPEN OUTPUT journal-file
            END-IF.
            IF NOT WS-FS-JOURNAL-OK
                DISPLAY "Aviso: no se pudo grabar la bitacora, "
                    "estado: " WS-FS-JOURNAL UPON STDOUT
            ELSE
                MOVE SPACES TO rjrn-rec
                STRING WS-JRN-YYYY "-" WS-JRN-MM "-" WS-JRN-DD
                    DELIMITED BY SIZE INTO rjrn-date
                END-STRING
                STRING WS-JRN-HH ":" WS-JRN-MN ":" WS-JRN-SS
                    DELIMITED BY SIZE INTO rjrn-time
                END-STRING
                MOVE WS-OPERATOR-ID TO rjrn-operator
                MOVE rname-sex OF rec-name TO rjrn-file
                MOVE WS-JRN-ACTION TO rjrn-action
                MOVE rname-display OF rec-name TO rjrn-name
                WRITE rjrn-rec
                CLOSE journal-file
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A00999-EXIT.
            GOBACK.
