      * so recovery loses minutes instead of a whole day of keying.
      *
      * Three sources are replayed, in this order:
      *   the roster change journal  (adds, deletes, renames,
      *                               alias work, merges and status
      *                               changes onto the roster)
      *   the calendar change journal (after-images rewritten onto
      *                               the appointment file; the
      *                               ANTES line ahead of a MOVER
      *                               journal deliberately leaves to
      *                               the history file)
      * Every entry is reported APLICADA or OMITIDA with its reason.
      * A personal-data erasure (ANONIMIZ) is never replayed; it is
      * reported OMITIDA so the operator repeats the erasure from
      * its report.  A single-record recovery (RECUPERA) is reported
      * the same way, to be repeated from the generation its line
      * names.
      *
      * Environment:
      *   REPLAY_SINCE   AAAA-MM-DD of the restored generation's
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-APPT.

           SELECT replay-report
                10 canc-day        PIC 99.
                10 canc-hour       PIC 99.
                10 canc-minute     PIC 99.
                10 canc-stamp-date PIC 9(08).
                10 canc-stamp-time PIC 9(06).
            05 FILLER              PIC X(156).
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-rest            PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD replay-report.
        01 replay-report-line   PIC X(132).
       77 WS-NORM-NEW           PIC X(50) VALUE SPACES.
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       77 WS-REASON             PIC X(40) VALUE SPACES.
       77 WS-MERGED-USES        PIC 9(05) VALUE ZERO.
       77 WS-APPLIED            PIC 9(06) VALUE ZERO.
       77 WS-SKIPPED            PIC 9(06) VALUE ZERO.
      *   the ANTES line ahead of a MOVER carries the key the moved
      *   appointment must vacate
       77 WS-ANTES-KEY          PIC X(20) VALUE SPACES.
       77 WS-HAVE-ANTES         PIC X(01) VALUE "N".
      ******************************************************************
       PROCEDURE DIVISION.
                    PERFORM A0430-REPLAY-RENAME
                WHEN "ALIAS   "
                    PERFORM A0440-REPLAY-ALIAS
                WHEN "UNIR    "
                    PERFORM A0445-REPLAY-MERGE
      *         the survivor's side of a merge; its UNIR line already
      *         carried the whole change
                WHEN "ABSORBE "
                    CONTINUE
                WHEN "INACTIVA"
                    PERFORM A0447-REPLAY-STATUS
                WHEN "REACTIVA"
                    PERFORM A0447-REPLAY-STATUS
      *         an erasure touches every file and is signed off by a
      *         supervisor; roster-privacy must be run again for it
                WHEN "ANONIMIZ"
                    MOVE "REPITA LA ANONIMIZACION" TO WS-REASON
      *         a single-record recovery carries no image; it is run
      *         again with record-recover from the same generation
                WHEN "RECUPERA"
                    MOVE "REPITA LA RECUPERACION" TO WS-REASON
                WHEN OTHER
                    MOVE "ACCION DESCONOCIDA" TO WS-REASON
            END-EVALUATE.
            MOVE rjrn-file TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE rjrn-name TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            MOVE WS-TODAY-DATE TO rname-date-added OF rec-name.
            MOVE "RFW" TO rname-origin OF rec-name.
            SET rname-is-active OF rec-name TO TRUE.
            CALL "name-normalize" USING rjrn-new-name, WS-NORM-NEW.
            MOVE WS-NORM-NEW TO name OF rec-name.
            MOVE rjrn-new-name TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            WRITE rec-name
                INVALID KEY
                    MOVE "EL NUEVO NOMBRE YA EXISTIA" TO WS-REASON
            MOVE rjrn-file TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE rjrn-name TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            MOVE WS-TODAY-DATE TO rname-date-added OF rec-name.
            MOVE "ALI" TO rname-origin OF rec-name.
            SET rname-is-active OF rec-name TO TRUE.
            END-WRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   A merge: the retired entry (rjrn-name) becomes an alias of
      *   the survivor (rjrn-new-name) and hands over its lookup
      *   count.  Redirected aliases and rewritten calendar entries
      *   were journaled as their own lines.
       A0445-REPLAY-MERGE.
            CALL "name-normalize" USING rjrn-name, WS-NORM-NAME.
            CALL "name-normalize" USING rjrn-new-name, WS-NORM-NEW.
            MOVE rjrn-file TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ file-names
                INVALID KEY
                    MOVE "NO ESTABA EN EL PADRON" TO WS-REASON
                    EXIT PARAGRAPH
            END-READ.
            MOVE rname-times-used OF rec-name TO WS-MERGED-USES.
            MOVE WS-NORM-NEW TO rname-alias-of OF rec-name.
            MOVE ZERO TO rname-times-used OF rec-name.
            REWRITE rec-name
                INVALID KEY
                    MOVE "NO SE PUDO GRABAR" TO WS-REASON
                    EXIT PARAGRAPH
            END-REWRITE.
            MOVE WS-NORM-NEW TO name OF rec-name.
            READ file-names
                INVALID KEY
                    MOVE "EL QUE SOBREVIVE NO ESTABA" TO WS-REASON
                    EXIT PARAGRAPH
            END-READ.
            ADD WS-MERGED-USES TO rname-times-used OF rec-name
                ON SIZE ERROR
                    MOVE 99999 TO rname-times-used OF rec-name
            END-ADD.
            REWRITE rec-name
                INVALID KEY
                    MOVE "NO SE PUDO GRABAR" TO WS-REASON
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0447-REPLAY-STATUS.
            CALL "name-normalize" USING rjrn-name, WS-NORM-NAME.
            MOVE rjrn-file TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ file-names
                INVALID KEY
                    MOVE "NO ESTABA EN EL PADRON" TO WS-REASON
                    EXIT PARAGRAPH
            END-READ.
            IF rjrn-action = "INACTIVA"
                SET rname-is-inactive OF rec-name TO TRUE
            ELSE
                SET rname-is-active OF rec-name TO TRUE
            END-IF.
            MOVE WS-TODAY-DATE TO rname-status-date OF rec-name.
            REWRITE rec-name
                INVALID KEY
                    MOVE "NO SE PUDO GRABAR" TO WS-REASON
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
      *   The calendar journal carries the AFTER image past the key,
      *   so replay is a write (or a rewrite when the restored file
      *   already held the key).  MOVER additionally vacates the old
                    MOVE canc-day TO rec-day OF appt-rec
                    MOVE canc-hour TO rec-hour OF appt-rec
                    MOVE canc-minute TO rec-minute OF appt-rec
                    MOVE SPACES TO replay-report-line
                    DELETE appt-file
                        INVALID KEY
