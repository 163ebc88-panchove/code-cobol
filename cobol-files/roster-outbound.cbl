      ******************************************************************
      * ROSTER-OUTBOUND
      * Monthly outbound delta of our own roster changes back to the
      * registry office -- the other half of roster-apply, so the
      * two sides stop drifting apart.  The roster change journal is
      * read from the last transmission's high-water mark forward
      * and every LOCAL change is written in the same fixed-column
      * A/C/D layout roster-apply accepts:
      *
      *   AGREGAR, REACTIVA, ALIAS   A  (the spelling is in use)
      *   ELIMINAR, INACTIVA,
      *   DESALIAS                   D  (the spelling is no longer)
      *   RENOMBRA                   C  (old name, new name)
      *
      * A merge (UNIR / ABSORBE) keeps both spellings in use -- the
      * retired one lives on as an alias -- so it has nothing to
      * send.  Lines roster-apply wrote for the registry's own delta
      * (rjrn-source "REG") are skipped so they never echo back.
      *
      * The transmission control record holds the date and time of
      * the last journal line considered and how many changes that
      * transmission carried; it is rewritten only after the delta
      * is closed, so a rerun never sends the same change twice.
      * Without a control record the whole journal is sent.  Each
      * transmission is its own dated file, so an earlier one not
      * yet picked up is never overwritten; a run with nothing new
      * writes no file at all.  The delta goes out between the
      * shop's interface header and trailer control records
      * (iface-control, type REG-DELTA), the trailer's hash total
      * folded from the names sent, so roster-apply on the other
      * side can tell a truncated or tampered file.
      *
      * Environment:
      *   ROSTER_JOURNAL_FILE   the roster change journal
      *   ROSTER_OUTBOUND_FILE  the delta to write (default the
      *                         data/roster-outbound- stem plus
      *                         AAAAMMDD-HHMMSS.txt)
      *   ROSTER_OUTBOUND_CTL   the transmission control record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roster-outbound.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT journal-file
                ASSIGN TO DYNAMIC WS-JOURNAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOURNAL.

            SELECT outbound-file
                ASSIGN TO DYNAMIC WS-OUTBOUND-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-OUTBOUND.

            SELECT ctl-file
                ASSIGN TO DYNAMIC WS-CTL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CTL.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD journal-file.
           COPY "cpy/roster-journal".

      *   Same fixed columns roster-apply reads its delta-rec in.
       FD outbound-file.
        01 out-rec.
            05 out-action       PIC X(01).
            05 FILLER           PIC X(01).
            05 out-sex          PIC X(01).
            05 FILLER           PIC X(01).
            05 out-name         PIC X(50).
            05 FILLER           PIC X(01).
            05 out-new-name     PIC X(50).

       FD ctl-file.
        01 ctl-rec.
            05 ctl-last-date    PIC X(10).
            05 FILLER           PIC X(01).
            05 ctl-last-time    PIC X(08).
            05 FILLER           PIC X(01).
            05 ctl-last-count   PIC 9(06).
            05 FILLER           PIC X(01).
            05 ctl-sent-date    PIC X(10).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   header/trailer control records around the delta
       COPY "cpy/iface-control".
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
       77 WS-JOURNAL-PATH       PIC X(255) VALUE SPACES.
       77 WS-OUTBOUND-PATH      PIC X(255) VALUE SPACES.
       77 WS-CTL-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-JOURNAL         PIC X(02) VALUE "00".
           88 WS-FS-JOURNAL-OK      VALUE "00".
       77 WS-FS-OUTBOUND        PIC X(02) VALUE "00".
           88 WS-FS-OUTBOUND-OK     VALUE "00".
       77 WS-FS-CTL             PIC X(02) VALUE "00".
           88 WS-FS-CTL-OK          VALUE "00".
       77 WS-EOF-JOURNAL        PIC X(01) VALUE "N".
        88 EOF-journal-file     VALUE "Y".
       77 WS-OUT-OPEN           PIC X(01) VALUE "N".
        88 WS-OUTBOUND-IS-OPEN  VALUE "Y".
      *   high-water marks: journal date + time, AAAA-MM-DDHH:MM:SS
       77 WS-LAST-STAMP         PIC X(18) VALUE SPACES.
       77 WS-HIGH-STAMP         PIC X(18) VALUE SPACES.
       77 WS-LINE-STAMP         PIC X(18) VALUE SPACES.
       77 WS-OUT-ACTION         PIC X(01) VALUE SPACE.
       77 WS-NOW-DATE           PIC 9(08) VALUE ZERO.
       01 WS-NOW-TIME           PIC 9(08) VALUE ZERO.
       01 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS     PIC 9(06).
           05 WS-NOW-HH00       PIC 9(02).
       01 WS-TODAY-TXT.
           05 WS-TODAY-YYYY     PIC 9(04).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-TODAY-MM       PIC 9(02).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-TODAY-DD       PIC 9(02).
       77 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-NEW-COUNT          PIC 9(06) VALUE ZERO.
       77 WS-SENT-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-REGISTRY-COUNT     PIC 9(06) VALUE ZERO.
       77 WS-NOSEND-COUNT       PIC 9(06) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A00100-MAIN.
            MOVE "roster-outbound" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A00200-INIT-PATHS.
            PERFORM A00250-READ-CONTROL.
            OPEN INPUT journal-file.
            IF NOT WS-FS-JOURNAL-OK
                DISPLAY "Sin bitacora del padron; nada que enviar."
                PERFORM A00900-END-JOURNAL
                GOBACK
            END-IF.
            READ journal-file
                AT END SET EOF-journal-file TO TRUE
            END-READ.
            PERFORM A00300-CONSIDER-ONE UNTIL EOF-journal-file.
            CLOSE journal-file.
            IF WS-OUTBOUND-IS-OPEN
                SET lk-ctl-op-trailer TO TRUE
                PERFORM A00800-CALL-IFACE-CONTROL
                MOVE lk-ctl-record TO out-rec
                WRITE out-rec
                CLOSE outbound-file
            END-IF.
      *     the mark only moves once the delta is safely closed
            IF WS-NEW-COUNT > ZERO
                PERFORM A00700-WRITE-CONTROL
            END-IF.
            DISPLAY "Envio de cambios locales al registro civil".
            DISPLAY "-----------------------------------------".
            DISPLAY "Lineas de bitacora      : " WS-READ-COUNT.
            DISPLAY "Nuevas desde el ultimo  : " WS-NEW-COUNT.
            DISPLAY "Venidas del registro    : " WS-REGISTRY-COUNT.
            DISPLAY "Sin equivalente         : " WS-NOSEND-COUNT.
            DISPLAY "Enviadas                : " WS-SENT-COUNT.
            IF WS-SENT-COUNT > ZERO
                DISPLAY "Archivo: " FUNCTION TRIM(WS-OUTBOUND-PATH)
            END-IF.
            PERFORM A00900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A00900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
       A00200-INIT-PATHS.
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME FROM TIME.
            MOVE WS-NOW-DATE(1:4) TO WS-TODAY-YYYY.
            MOVE WS-NOW-DATE(5:2) TO WS-TODAY-MM.
            MOVE WS-NOW-DATE(7:2) TO WS-TODAY-DD.
            ACCEPT WS-JOURNAL-PATH
                FROM ENVIRONMENT "ROSTER_JOURNAL_FILE".
            IF WS-JOURNAL-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-JOURNAL TO WS-JOURNAL-PATH
            END-IF.
            ACCEPT WS-OUTBOUND-PATH
                FROM ENVIRONMENT "ROSTER_OUTBOUND_FILE".
            IF WS-OUTBOUND-PATH = SPACES
                STRING CFG-DEFAULT-ROSTER-OUTSTEM WS-NOW-DATE "-"
                    WS-NOW-HHMMSS ".txt"
                    DELIMITED BY SIZE INTO WS-OUTBOUND-PATH
                END-STRING
            END-IF.
            ACCEPT WS-CTL-PATH FROM ENVIRONMENT "ROSTER_OUTBOUND_CTL".
            IF WS-CTL-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-OUTCTL TO WS-CTL-PATH
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   No control record yet means nothing was ever sent: the mark
      *   stays blank and every journal line is past it.
       A00250-READ-CONTROL.
            MOVE SPACES TO WS-LAST-STAMP.
            OPEN INPUT ctl-file.
            IF WS-FS-CTL-OK
                READ ctl-file
                    AT END CONTINUE
                    NOT AT END
                        MOVE ctl-last-date TO WS-LAST-STAMP(1:10)
                        MOVE ctl-last-time TO WS-LAST-STAMP(11:8)
                        DISPLAY "Ultimo envio: " ctl-sent-date
                            " (" ctl-last-count " cambios, hasta "
                            ctl-last-date " " ctl-last-time ")"
                END-READ
                CLOSE ctl-file
            END-IF.
            MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.
            EXIT.
      *-----------------------------------------------------------------
       A00300-CONSIDER-ONE.
            ADD 1 TO WS-READ-COUNT.
            MOVE rjrn-date TO WS-LINE-STAMP(1:10).
            MOVE rjrn-time TO WS-LINE-STAMP(11:8).
            IF WS-LINE-STAMP > WS-LAST-STAMP
                ADD 1 TO WS-NEW-COUNT
                IF WS-LINE-STAMP > WS-HIGH-STAMP
                    MOVE WS-LINE-STAMP TO WS-HIGH-STAMP
                END-IF
                IF rjrn-source = "REG"
                    ADD 1 TO WS-REGISTRY-COUNT
                ELSE
                    PERFORM A00400-SEND-ONE
                END-IF
            END-IF.
            READ journal-file
                AT END SET EOF-journal-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A00400-SEND-ONE.
            EVALUATE rjrn-action
                WHEN "AGREGAR "
                WHEN "REACTIVA"
                WHEN "ALIAS   "
                    MOVE "A" TO WS-OUT-ACTION
                WHEN "ELIMINAR"
                WHEN "INACTIVA"
                WHEN "DESALIAS"
                    MOVE "D" TO WS-OUT-ACTION
                WHEN "RENOMBRA"
                    MOVE "C" TO WS-OUT-ACTION
                WHEN OTHER
                    ADD 1 TO WS-NOSEND-COUNT
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF NOT WS-OUTBOUND-IS-OPEN
                OPEN OUTPUT outbound-file
                IF NOT WS-FS-OUTBOUND-OK
                    PERFORM A00450-OUTBOUND-FAILED
                END-IF
                SET WS-OUTBOUND-IS-OPEN TO TRUE
                PERFORM A00420-WRITE-HEADER
            END-IF.
            MOVE SPACES TO out-rec.
            MOVE WS-OUT-ACTION TO out-action.
            MOVE rjrn-file TO out-sex.
            MOVE rjrn-name TO out-name.
            IF WS-OUT-ACTION = "C"
                MOVE rjrn-new-name TO out-new-name
            END-IF.
            WRITE out-rec.
            MOVE out-name TO lk-ctl-hash-text.
            SET lk-ctl-op-add TO TRUE.
            PERFORM A00800-CALL-IFACE-CONTROL.
            ADD 1 TO WS-SENT-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A00420-WRITE-HEADER.
            MOVE "REG-DELTA" TO lk-ctl-type.
            MOVE "roster-outbound" TO lk-ctl-program.
            MOVE ZERO TO lk-ctl-hash-value.
            MOVE SPACES TO lk-ctl-hash-text.
            SET lk-ctl-op-header TO TRUE.
            PERFORM A00800-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO out-rec.
            WRITE out-rec.
            EXIT.
      *-----------------------------------------------------------------
      *   No delta file means no transmission: stop with the control
      *   record untouched, so the next run picks up the same lines.
       A00450-OUTBOUND-FAILED.
            DISPLAY "ERROR creando el archivo de envio, estado: "
                WS-FS-OUTBOUND UPON STDOUT.
            CLOSE journal-file.
            MOVE "roster-outbound" TO WS-LOG-PROGRAM.
            MOVE "A00400-SEND-ONE" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            MOVE "No se pudo crear el archivo de envio al registro"
                TO WS-LOG-MESSAGE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            PERFORM A00900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A00700-WRITE-CONTROL.
            OPEN OUTPUT ctl-file.
            IF NOT WS-FS-CTL-OK
                DISPLAY "ERROR grabando el control de envios, estado: "
                    WS-FS-CTL UPON STDOUT
                MOVE "roster-outbound" TO WS-LOG-PROGRAM
                MOVE "A00700-WRITE-CONTROL" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "Control de envios sin grabar; no reenviar"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ctl-rec.
            MOVE WS-HIGH-STAMP(1:10) TO ctl-last-date.
            MOVE WS-HIGH-STAMP(11:8) TO ctl-last-time.
            MOVE WS-SENT-COUNT TO ctl-last-count.
            MOVE WS-TODAY-TXT TO ctl-sent-date.
            WRITE ctl-rec.
            CLOSE ctl-file.
            EXIT.
      *-----------------------------------------------------------------
       A00800-CALL-IFACE-CONTROL.
            CALL "iface-control" USING lk-ctl-op, lk-ctl-type,
                lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
                lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
            EXIT.
       END PROGRAM roster-outbound.
