      * reason.  Run roster-phonetics after an apply with changes,
      * the same way a load is followed by a rebuild.
      *
      * The delta must come between the shop's interface header and
      * trailer control records (iface-control, type REG-DELTA, the
      * same ones roster-outbound writes).  The whole file is checked
      * before the roster is opened, and a file whose header is
      * missing or whose trailer does not agree -- line count or the
      * hash total folded from the names -- is rejected whole, with
      * nothing applied.
      *
      * Environment:
      *   ROSTER_DELTA_FILE    the transaction file (default
      *                        data/roster-delta.txt)
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   header/trailer control records of the delta
       COPY "cpy/iface-control".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
                PERFORM A00900-END-JOURNAL
                GOBACK
            END-IF.
            PERFORM A00250-CHECK-DELTA-FILE.
            IF lk-ctl-rejected
                PERFORM A00270-REJECT-DELTA-FILE
                PERFORM A00900-END-JOURNAL
                GOBACK
            END-IF.
            OPEN INPUT delta-file.
            OPEN I-O file-names.
            IF NOT WS-FS-ROSTER-OK
                OPEN OUTPUT file-names
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A pass over the whole delta before anything in it is
      *   applied; the file is left closed either way.
       A00250-CHECK-DELTA-FILE.
            MOVE "REG-DELTA" TO lk-ctl-type.
            MOVE ZERO TO lk-ctl-hash-value.
            READ delta-file
                AT END SET EOF-delta-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-delta-file
                MOVE delta-rec TO lk-ctl-record
                MOVE in-name TO lk-ctl-hash-text
                SET lk-ctl-op-check TO TRUE
                PERFORM A00950-CALL-IFACE-CONTROL
                READ delta-file
                    AT END SET EOF-delta-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE delta-file.
            MOVE "N" TO WS-EOF-DELTA.
            SET lk-ctl-op-end-check TO TRUE.
            PERFORM A00950-CALL-IFACE-CONTROL.
            EXIT.
      *-----------------------------------------------------------------
      *   A rejected file leaves the roster untouched; the listing
      *   says why so the registry office can be asked to resend.
       A00270-REJECT-DELTA-FILE.
            OPEN OUTPUT delta-report.
            MOVE "Transacciones del registro civil"
                TO delta-report-line.
            WRITE delta-report-line.
            MOVE "----------------------------------------"
                TO delta-report-line.
            WRITE delta-report-line.
            MOVE SPACES TO delta-report-line.
            STRING "ARCHIVO RECHAZADO: " FUNCTION TRIM(lk-ctl-reason)
                DELIMITED BY SIZE INTO delta-report-line
            END-STRING.
            WRITE delta-report-line.
            CLOSE delta-report.
            DISPLAY "Archivo de deltas rechazado: "
                FUNCTION TRIM(lk-ctl-reason) UPON STDOUT.
            MOVE "roster-apply" TO WS-LOG-PROGRAM.
            MOVE "A00250-CHECK-DELTA" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING "Deltas rechazados: " FUNCTION TRIM(lk-ctl-reason)
                DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
       A00950-CALL-IFACE-CONTROL.
            CALL "iface-control" USING lk-ctl-op, lk-ctl-type,
                lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
                lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
            EXIT.
      *-----------------------------------------------------------------
      *   The header and trailer were checked already and are not
      *   transactions: they are passed over uncounted.
       A00300-APPLY-ONE.
            MOVE delta-rec TO lk-ctl-record.
            IF lk-ctl-rec-is-control
                READ delta-file
                    AT END SET EOF-delta-file TO TRUE
                END-READ
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACES TO WS-REASON.
            MOVE FUNCTION UPPER-CASE(in-sex) TO WS-WORK-SEX.
            MOVE WS-WORK-SEX TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE in-name TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            MOVE WS-TODAY-DATE TO rname-date-added OF rec-name.
            MOVE "REG" TO rname-origin OF rec-name.
            SET rname-is-active OF rec-name TO TRUE.
            CALL "name-normalize" USING in-new-name, WS-NORM-NEW.
            MOVE WS-NORM-NEW TO name OF rec-name.
            MOVE in-new-name TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            WRITE rec-name
                INVALID KEY
                    MOVE "EL NOMBRE NUEVO YA EXISTE" TO WS-REASON
            EXIT.
      *-----------------------------------------------------------------
      *   Same journal line maintenance writes, so the daily roster
      *   changes report covers the registry's deltas too; the REG
      *   source keeps roster-outbound from sending them back.
       A00700-WRITE-JOURNAL.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-JRN-TIME FROM TIME.
                MOVE WS-OPERATOR-ID TO rjrn-operator
                MOVE WS-WORK-SEX TO rjrn-file
                MOVE WS-JRN-ACTION TO rjrn-action
                MOVE "REG" TO rjrn-source
                MOVE in-name TO rjrn-name
                IF WS-JRN-ACTION = "RENOMBRA"
                    MOVE in-new-name TO rjrn-new-name
