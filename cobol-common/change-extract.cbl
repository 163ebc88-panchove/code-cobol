      ******************************************************************
      * CHANGE-EXTRACT
      * Nightly changed-data extract for the reporting warehouse:
      * instead of a full data-extract of the calendar and the
      * roster every night, only what changed since the last
      * successful run goes out, read from the calendar change
      * journal, the cancellation history and the roster change
      * journal.  Two delimited files, in the same style data-extract
      * writes -- a title row naming the columns, then one row per
      * change, fields joined by the separator -- each between the
      * shop's interface header and trailer control records
      * (iface-control, types CHG-APPT and CHG-ROSTER, the trailer's
      * hash folded from the keys sent).  A quiet night still writes
      * both files, header, titles and trailer, so the warehouse can
      * tell a night with no changes from a transfer that never came.
      *
      * Every row starts with the action and the moment of the change
      * (AAAA-MM-DD HH:MM:SS), then the key, then the after-image:
      *   A  the record is new          (key + after-image)
      *   C  the record changed         (key + after-image)
      *   D  the record is gone         (key only)
      * A and C carry the whole record, so the warehouse may apply
      * either as an upsert; rows are in the order the changes were
      * made, and must be applied in that order.
      *
      *   citas : ACCION CAMBIO DUENO FECHA HORA | DESC ASISTENTE
      *           SALA LUGAR DURACION TIPO ESTADO REFERENCIA
      *   padron: ACCION CAMBIO SEXO CLAVE | NOMBRE ESTADO ORIGEN
      *           ALTA CONSULTAS
      *
      * The calendar journal carries the after-image on every line,
      * and the cancellation history's stamp says when a record was
      * removed, so the two are merged by a SORT on the stamp: a slot
      * cancelled and booked again the same evening goes out as the
      * D followed by the A.  AGREGAR, GRUPO, IMPORTA, PROMOVER, LOTE
      * and SEGUIMTO are A; a MOVER to a new slot is a D of the slot
      * its ANTES line held and an A of the new one; any other line
      * is a C.  ANTES lines only feed a MOVER, and LIBERA is skipped
      * -- the released hold is in the cancellation history, which
      * supplies its D.
      *
      * The roster journal holds no image, so the after-image is the
      * entry as it stands on the roster tonight (keyed, as everywhere,
      * by the sex code and the name-normalize matching form):
      *   AGREGAR, ALIAS, ANONIMIZ    A
      *   ELIMINAR, DESALIAS          D
      *   RENOMBRA                    D of the old name, A of the new
      *   anything else (INACTIVA,
      *   REACTIVA, UNIR, ABSORBE...) C
      * An entry no longer on the roster goes out with its key and an
      * empty image; the later line that removed it follows with the
      * D.  The registry's own changes (rjrn-source "REG") are sent
      * like any other -- the warehouse mirrors our file, not the
      * registry's.  An erasure reaches the warehouse as the generated
      * name only, since the erased name is never journaled; the
      * erasure report is what the warehouse's copy is purged from.
      *
      * The watermark file holds, per source, the date and time of
      * the last line sent and how many changes that run took.  It is
      * rewritten only after both files are closed, so a night that
      * fails part way moves no mark and the next run sends again
      * from the same point; the journals are trimmed by age, never
      * by position, which is why the mark is a timestamp.  Without a
      * watermark the whole of each journal and the history is sent.
      * Each run writes its own dated pair, so an earlier pair not yet
      * loaded is never overwritten.
      *
      * Environment:
      *   CHANGE_APPT_FILE      calendar changes (default the
      *                         data/chg-appt- stem plus
      *                         AAAAMMDD-HHMMSS.txt)
      *   CHANGE_ROSTER_FILE    roster changes (data/chg-roster- stem)
      *   CHANGE_MARK_FILE      the watermark
      *   plus the usual APPT_JOURNAL_FILE, APPT_CANCEL_FILE,
      *   ROSTER_JOURNAL_FILE and ROSTER_FILE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. change-extract.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT appt-journal
               ASSIGN TO DYNAMIC WS-AJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJRN.

           SELECT cancel-file
               ASSIGN TO DYNAMIC WS-CANCEL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS canc-key OF canc-rec
               FILE STATUS IS WS-FS-CANCEL.

           SELECT roster-journal
               ASSIGN TO DYNAMIC WS-RJRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RJRN.

           SELECT roster-file
               ASSIGN TO DYNAMIC WS-ROSTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS roster-key OF rec-name
               FILE STATUS IS WS-FS-ROSTER.

           SELECT appt-chg-file
               ASSIGN TO DYNAMIC WS-APPT-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

           SELECT roster-chg-file
               ASSIGN TO DYNAMIC WS-ROSTER-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

           SELECT mark-file
               ASSIGN TO DYNAMIC WS-MARK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARK.

           SELECT chg-sort
               ASSIGN TO DYNAMIC WS-SORT-PATH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD appt-journal.
           COPY "cpy/appt-journal".

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
            05 FILLER              PIC X(156).

       FD roster-journal.
           COPY "cpy/roster-journal".

       FD roster-file.
        01 rec-name.
           COPY "cpy/roster-fields".

       FD appt-chg-file.
        01 appt-chg-line        PIC X(300).

       FD roster-chg-file.
        01 roster-chg-line      PIC X(300).

      *   one line per source: CITAS, CANCELA, PADRON
       FD mark-file.
        01 mark-rec.
            05 mark-source      PIC X(08).
            05 FILLER           PIC X(01).
            05 mark-last-date   PIC X(10).
            05 FILLER           PIC X(01).
            05 mark-last-time   PIC X(08).
            05 FILLER           PIC X(01).
            05 mark-last-count  PIC 9(06).
            05 FILLER           PIC X(01).
            05 mark-sent-date   PIC X(10).

      *   one calendar change, stamped, ahead of the merge; the key
      *   and image are laid out as the calendar record is
       SD chg-sort.
        01 srt-rec.
            05 srt-stamp           PIC X(18).
            05 srt-action          PIC X(01).
            05 srt-key.
                10 srt-owner       PIC X(08).
                10 srt-year        PIC 9(04).
                10 srt-month       PIC 99.
                10 srt-day         PIC 99.
                10 srt-hour        PIC 99.
                10 srt-minute      PIC 99.
            05 srt-image.
                10 srt-recur       PIC X(01).
                10 srt-desc        PIC X(60).
                10 srt-attendee    PIC X(50).
                10 srt-series      PIC X(14).
                10 srt-room        PIC X(04).
                10 srt-location    PIC X(05).
                10 srt-duration    PIC 9(03).
                10 srt-type        PIC X(04).
                10 srt-outcome     PIC X(01).
                10 srt-refnum      PIC 9(06).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   header/trailer control records around each file
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
       77 WS-AJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-CANCEL-PATH        PIC X(255) VALUE SPACES.
       77 WS-RJRN-PATH          PIC X(255) VALUE SPACES.
       77 WS-ROSTER-PATH        PIC X(255) VALUE SPACES.
       77 WS-APPT-CHG-PATH      PIC X(255) VALUE SPACES.
       77 WS-ROSTER-CHG-PATH    PIC X(255) VALUE SPACES.
       77 WS-MARK-PATH          PIC X(255) VALUE SPACES.
       77 WS-SORT-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-AJRN            PIC X(02) VALUE "00".
           88 WS-FS-AJRN-OK         VALUE "00".
       77 WS-FS-CANCEL          PIC X(02) VALUE "00".
           88 WS-FS-CANCEL-OK       VALUE "00" "02" "10".
       77 WS-FS-RJRN            PIC X(02) VALUE "00".
           88 WS-FS-RJRN-OK         VALUE "00".
       77 WS-FS-ROSTER          PIC X(02) VALUE "00".
           88 WS-FS-ROSTER-OK       VALUE "00" "02".
       77 WS-FS-OUT             PIC X(02) VALUE "00".
           88 WS-FS-OUT-OK          VALUE "00".
       77 WS-FS-MARK            PIC X(02) VALUE "00".
           88 WS-FS-MARK-OK         VALUE "00".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-EOF-SORT           PIC X(01) VALUE "N".
        88 EOF-chg-sort         VALUE "Y".
       77 WS-ROSTER-SW          PIC X(01) VALUE "N".
        88 WS-ROSTER-IS-OPEN    VALUE "Y".
       77 WS-DELIM              PIC X(01) VALUE ";".
      *   high-water marks per source: date + time of the journal
      *   line (or history stamp), AAAA-MM-DDHH:MM:SS
       77 WS-MARK-AJRN          PIC X(18) VALUE SPACES.
       77 WS-MARK-CANC          PIC X(18) VALUE SPACES.
       77 WS-MARK-RJRN          PIC X(18) VALUE SPACES.
       77 WS-HIGH-AJRN          PIC X(18) VALUE SPACES.
       77 WS-HIGH-CANC          PIC X(18) VALUE SPACES.
       77 WS-HIGH-RJRN          PIC X(18) VALUE SPACES.
       77 WS-LINE-STAMP         PIC X(18) VALUE SPACES.
       01 WS-CANC-DATE          PIC 9(08) VALUE ZERO.
       01 WS-CANC-DATE-SPLIT REDEFINES WS-CANC-DATE.
           05 WS-CANC-YYYY      PIC 9(04).
           05 WS-CANC-MM        PIC 9(02).
           05 WS-CANC-DD        PIC 9(02).
       01 WS-CANC-TIME          PIC 9(06) VALUE ZERO.
       01 WS-CANC-TIME-SPLIT REDEFINES WS-CANC-TIME.
           05 WS-CANC-HH        PIC 9(02).
           05 WS-CANC-MN        PIC 9(02).
           05 WS-CANC-SS        PIC 9(02).
      *   the slot an ANTES line held, for the MOVER that follows it
       77 WS-ANTES-KEY          PIC X(20) VALUE SPACES.
       77 WS-HAVE-ANTES         PIC X(01) VALUE "N".
       77 WS-NORM-NAME          PIC X(50) VALUE SPACES.
       77 WS-ROW-ACTION         PIC X(01) VALUE SPACE.
       77 WS-ROW-NAME           PIC X(50) VALUE SPACES.
       77 WS-CHG-LINE           PIC X(300) VALUE SPACES.
       77 WS-LINE-POS           PIC 999 COMP VALUE ZERO.
       77 WS-FI                 PIC 99 COMP VALUE ZERO.
       77 WS-FIELD-VAL          PIC X(60) VALUE SPACES.
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
       77 WS-SENT-AJRN          PIC 9(06) VALUE ZERO.
       77 WS-SENT-CANC          PIC 9(06) VALUE ZERO.
       77 WS-SENT-RJRN          PIC 9(06) VALUE ZERO.
       77 WS-APPT-ROWS          PIC 9(06) VALUE ZERO.
       77 WS-ROSTER-ROWS        PIC 9(06) VALUE ZERO.
       77 WS-NO-IMAGE-COUNT     PIC 9(06) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "change-extract" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            PERFORM A0250-READ-WATERMARK.
            PERFORM A0300-APPT-CHANGES.
            PERFORM A0400-ROSTER-CHANGES.
      *     the marks only move once both files are safely closed
            PERFORM A0700-WRITE-WATERMARK.
            DISPLAY "Cambios para el almacen de informes".
            DISPLAY "-----------------------------------".
            DISPLAY "Bitacora de citas      : " WS-SENT-AJRN.
            DISPLAY "Cancelaciones          : " WS-SENT-CANC.
            DISPLAY "Filas de citas         : " WS-APPT-ROWS
                " en " FUNCTION TRIM(WS-APPT-CHG-PATH).
            DISPLAY "Bitacora del padron    : " WS-SENT-RJRN.
            DISPLAY "Filas del padron       : " WS-ROSTER-ROWS
                " en " FUNCTION TRIM(WS-ROSTER-CHG-PATH).
            IF WS-NO-IMAGE-COUNT > ZERO
                DISPLAY "Sin imagen en el padron: " WS-NO-IMAGE-COUNT
            END-IF.
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
       A0200-INIT-PATHS.
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME FROM TIME.
            MOVE WS-NOW-DATE(1:4) TO WS-TODAY-YYYY.
            MOVE WS-NOW-DATE(5:2) TO WS-TODAY-MM.
            MOVE WS-NOW-DATE(7:2) TO WS-TODAY-DD.
            ACCEPT WS-AJRN-PATH FROM ENVIRONMENT "APPT_JOURNAL_FILE".
            IF WS-AJRN-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-AJRN-PATH
            END-IF.
            ACCEPT WS-CANCEL-PATH FROM ENVIRONMENT "APPT_CANCEL_FILE".
            IF WS-CANCEL-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-CANCEL TO WS-CANCEL-PATH
            END-IF.
            ACCEPT WS-RJRN-PATH
                FROM ENVIRONMENT "ROSTER_JOURNAL_FILE".
            IF WS-RJRN-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER-JOURNAL TO WS-RJRN-PATH
            END-IF.
            ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT "ROSTER_FILE".
            IF WS-ROSTER-PATH = SPACES
                MOVE CFG-DEFAULT-ROSTER TO WS-ROSTER-PATH
            END-IF.
            ACCEPT WS-APPT-CHG-PATH
                FROM ENVIRONMENT "CHANGE_APPT_FILE".
            IF WS-APPT-CHG-PATH = SPACES
                STRING CFG-DEFAULT-CHG-APPT-STEM WS-NOW-DATE "-"
                    WS-NOW-HHMMSS ".txt"
                    DELIMITED BY SIZE INTO WS-APPT-CHG-PATH
                END-STRING
            END-IF.
            ACCEPT WS-ROSTER-CHG-PATH
                FROM ENVIRONMENT "CHANGE_ROSTER_FILE".
            IF WS-ROSTER-CHG-PATH = SPACES
                STRING CFG-DEFAULT-CHG-ROSTER-STEM WS-NOW-DATE "-"
                    WS-NOW-HHMMSS ".txt"
                    DELIMITED BY SIZE INTO WS-ROSTER-CHG-PATH
                END-STRING
            END-IF.
            ACCEPT WS-MARK-PATH FROM ENVIRONMENT "CHANGE_MARK_FILE".
            IF WS-MARK-PATH = SPACES
                MOVE CFG-DEFAULT-CHG-MARK TO WS-MARK-PATH
            END-IF.
            STRING FUNCTION TRIM(WS-APPT-CHG-PATH) ".srt"
                DELIMITED BY SIZE INTO WS-SORT-PATH
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
      *   No watermark (or no line for a source) means nothing was
      *   ever sent from it: its mark stays blank and every line is
      *   past it.
       A0250-READ-WATERMARK.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT mark-file.
            IF WS-FS-MARK-OK
                READ mark-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                PERFORM UNTIL EOF-current-file
                    PERFORM A0260-TAKE-MARK-LINE
                    READ mark-file
                        AT END SET EOF-current-file TO TRUE
                    END-READ
                END-PERFORM
                CLOSE mark-file
            END-IF.
            MOVE WS-MARK-AJRN TO WS-HIGH-AJRN.
            MOVE WS-MARK-CANC TO WS-HIGH-CANC.
            MOVE WS-MARK-RJRN TO WS-HIGH-RJRN.
            EXIT.
      *-----------------------------------------------------------------
       A0260-TAKE-MARK-LINE.
            MOVE mark-last-date TO WS-LINE-STAMP(1:10).
            MOVE mark-last-time TO WS-LINE-STAMP(11:8).
            EVALUATE mark-source
                WHEN "CITAS"
                    MOVE WS-LINE-STAMP TO WS-MARK-AJRN
                WHEN "CANCELA"
                    MOVE WS-LINE-STAMP TO WS-MARK-CANC
                WHEN "PADRON"
                    MOVE WS-LINE-STAMP TO WS-MARK-RJRN
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            DISPLAY "Ultimo envio " mark-source ": " mark-sent-date
                " (" mark-last-count " cambios, hasta "
                mark-last-date " " mark-last-time ")".
            EXIT.
      *-----------------------------------------------------------------
      *   The file is opened, headed and titled before the merge, so
      *   a file that cannot be created stops the run before anything
      *   is sorted.
       A0300-APPT-CHANGES.
            OPEN OUTPUT appt-chg-file.
            IF NOT WS-FS-OUT-OK
                MOVE "A0300-APPT-CHANGES" TO WS-LOG-PARAGRAPH
                PERFORM A0850-OUTPUT-FAILED
            END-IF.
            MOVE "CHG-APPT" TO lk-ctl-type.
            MOVE "change-extract" TO lk-ctl-program.
            MOVE ZERO TO lk-ctl-hash-value.
            MOVE SPACES TO lk-ctl-hash-text.
            SET lk-ctl-op-header TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO appt-chg-line.
            WRITE appt-chg-line.
            MOVE SPACES TO WS-CHG-LINE.
            STRING "ACCION" WS-DELIM "CAMBIO" WS-DELIM "DUENO"
                WS-DELIM "FECHA" WS-DELIM "HORA" WS-DELIM "DESC"
                WS-DELIM "ASISTENTE" WS-DELIM "SALA" WS-DELIM "LUGAR"
                WS-DELIM "DURACION" WS-DELIM "TIPO" WS-DELIM "ESTADO"
                WS-DELIM "REFERENCIA"
                DELIMITED BY SIZE INTO WS-CHG-LINE
            END-STRING.
            PERFORM A0600-WRITE-APPT-LINE.
            SORT chg-sort ON ASCENDING KEY srt-stamp
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS A0310-RELEASE-APPT-CHANGES
                OUTPUT PROCEDURE IS A0350-WRITE-APPT-CHANGES.
            SET lk-ctl-op-trailer TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO appt-chg-line.
            WRITE appt-chg-line.
            CLOSE appt-chg-file.
            EXIT.
      *-----------------------------------------------------------------
      *   Journal lines first, then the cancellations: on an equal
      *   stamp the journal's line is the earlier, as it is live.
       A0310-RELEASE-APPT-CHANGES.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT appt-journal.
            IF WS-FS-AJRN-OK
                READ appt-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                PERFORM A0320-CONSIDER-AJRN UNTIL EOF-current-file
                CLOSE appt-journal
            ELSE
                DISPLAY "Sin bitacora de citas, estado: " WS-FS-AJRN
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT cancel-file.
            IF WS-FS-CANCEL-OK
                READ cancel-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                PERFORM A0330-CONSIDER-CANCEL UNTIL EOF-current-file
                CLOSE cancel-file
            ELSE
                DISPLAY "Sin historial de cancelaciones, estado: "
                    WS-FS-CANCEL
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   An ANTES line is remembered whatever its stamp, since the
      *   MOVER it belongs to may be the first line past the mark.
       A0320-CONSIDER-AJRN.
            MOVE ajrn-date TO WS-LINE-STAMP(1:10).
            MOVE ajrn-time TO WS-LINE-STAMP(11:8).
            IF ajrn-action = "ANTES"
                MOVE ajrn-key TO WS-ANTES-KEY
                MOVE "Y" TO WS-HAVE-ANTES
            ELSE
                IF WS-LINE-STAMP > WS-MARK-AJRN
                    ADD 1 TO WS-SENT-AJRN
                    IF WS-LINE-STAMP > WS-HIGH-AJRN
                        MOVE WS-LINE-STAMP TO WS-HIGH-AJRN
                    END-IF
                    PERFORM A0325-RELEASE-AJRN
                END-IF
                MOVE "N" TO WS-HAVE-ANTES
            END-IF.
            READ appt-journal
                AT END SET EOF-current-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0325-RELEASE-AJRN.
            EVALUATE ajrn-action
                WHEN "LIBERA"
                    EXIT PARAGRAPH
                WHEN "AGREGAR"
                WHEN "GRUPO"
                WHEN "IMPORTA"
                WHEN "PROMOVER"
                WHEN "LOTE"
                WHEN "SEGUIMTO"
                    MOVE "A" TO WS-ROW-ACTION
                WHEN "MOVER"
                    IF WS-HAVE-ANTES = "Y"
                       AND WS-ANTES-KEY NOT = ajrn-key
                        MOVE SPACES TO srt-rec
                        MOVE WS-LINE-STAMP TO srt-stamp
                        MOVE "D" TO srt-action
                        MOVE WS-ANTES-KEY TO srt-key
                        RELEASE srt-rec
                        MOVE "A" TO WS-ROW-ACTION
                    ELSE
                        MOVE "C" TO WS-ROW-ACTION
                    END-IF
                WHEN OTHER
                    MOVE "C" TO WS-ROW-ACTION
            END-EVALUATE.
            MOVE SPACES TO srt-rec.
            MOVE WS-LINE-STAMP TO srt-stamp.
            MOVE WS-ROW-ACTION TO srt-action.
            MOVE ajrn-key TO srt-key.
            MOVE ajrn-image TO srt-image.
            RELEASE srt-rec.
            EXIT.
      *-----------------------------------------------------------------
       A0330-CONSIDER-CANCEL.
            MOVE canc-stamp-date TO WS-CANC-DATE.
            MOVE canc-stamp-time TO WS-CANC-TIME.
            MOVE SPACES TO WS-LINE-STAMP.
            STRING WS-CANC-YYYY "-" WS-CANC-MM "-" WS-CANC-DD
                WS-CANC-HH ":" WS-CANC-MN ":" WS-CANC-SS
                DELIMITED BY SIZE INTO WS-LINE-STAMP
            END-STRING.
            IF WS-LINE-STAMP > WS-MARK-CANC
                ADD 1 TO WS-SENT-CANC
                IF WS-LINE-STAMP > WS-HIGH-CANC
                    MOVE WS-LINE-STAMP TO WS-HIGH-CANC
                END-IF
                MOVE SPACES TO srt-rec
                MOVE WS-LINE-STAMP TO srt-stamp
                MOVE "D" TO srt-action
                MOVE canc-owner TO srt-owner
                MOVE canc-year TO srt-year
                MOVE canc-month TO srt-month
                MOVE canc-day TO srt-day
                MOVE canc-hour TO srt-hour
                MOVE canc-minute TO srt-minute
                RELEASE srt-rec
            END-IF.
            READ cancel-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0350-WRITE-APPT-CHANGES.
            MOVE "N" TO WS-EOF-SORT.
            RETURN chg-sort
                AT END SET EOF-chg-sort TO TRUE
            END-RETURN.
            PERFORM UNTIL EOF-chg-sort
                PERFORM A0360-WRITE-APPT-ROW
                RETURN chg-sort
                    AT END SET EOF-chg-sort TO TRUE
                END-RETURN
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0360-WRITE-APPT-ROW.
            MOVE SPACES TO WS-CHG-LINE.
            MOVE 1 TO WS-LINE-POS.
            MOVE ZERO TO WS-FI.
            MOVE srt-action TO WS-FIELD-VAL.
            PERFORM A0590-ADD-FIELD.
            MOVE SPACES TO WS-FIELD-VAL.
            STRING srt-stamp(1:10) " " srt-stamp(11:8)
                DELIMITED BY SIZE INTO WS-FIELD-VAL
            END-STRING.
            PERFORM A0590-ADD-FIELD.
            MOVE srt-owner TO WS-FIELD-VAL.
            PERFORM A0590-ADD-FIELD.
            MOVE SPACES TO WS-FIELD-VAL.
            STRING srt-year "-" srt-month "-" srt-day
                DELIMITED BY SIZE INTO WS-FIELD-VAL
            END-STRING.
            PERFORM A0590-ADD-FIELD.
            MOVE SPACES TO WS-FIELD-VAL.
            STRING srt-hour ":" srt-minute
                DELIMITED BY SIZE INTO WS-FIELD-VAL
            END-STRING.
            PERFORM A0590-ADD-FIELD.
            IF srt-action = "D"
                MOVE SPACES TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD 8 TIMES
            ELSE
                MOVE srt-desc TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-attendee TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-room TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-location TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-duration TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-type TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-outcome TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE srt-refnum TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
            END-IF.
            MOVE srt-key TO lk-ctl-hash-text.
            PERFORM A0600-WRITE-APPT-LINE.
            ADD 1 TO WS-APPT-ROWS.
            EXIT.
      *-----------------------------------------------------------------
      *   The roster journal is in time order already; each line is
      *   written as it is read.
       A0400-ROSTER-CHANGES.
            OPEN OUTPUT roster-chg-file.
            IF NOT WS-FS-OUT-OK
                MOVE "A0400-ROSTER-CHANGES" TO WS-LOG-PARAGRAPH
                PERFORM A0850-OUTPUT-FAILED
            END-IF.
            MOVE "CHG-ROSTER" TO lk-ctl-type.
            MOVE "change-extract" TO lk-ctl-program.
            MOVE ZERO TO lk-ctl-hash-value.
            MOVE SPACES TO lk-ctl-hash-text.
            SET lk-ctl-op-header TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO roster-chg-line.
            WRITE roster-chg-line.
            MOVE SPACES TO WS-CHG-LINE.
            STRING "ACCION" WS-DELIM "CAMBIO" WS-DELIM "SEXO"
                WS-DELIM "CLAVE" WS-DELIM "NOMBRE" WS-DELIM "ESTADO"
                WS-DELIM "ORIGEN" WS-DELIM "ALTA" WS-DELIM "CONSULTAS"
                DELIMITED BY SIZE INTO WS-CHG-LINE
            END-STRING.
            PERFORM A0650-WRITE-ROSTER-LINE.
            OPEN INPUT roster-file.
            IF WS-FS-ROSTER-OK
                SET WS-ROSTER-IS-OPEN TO TRUE
            ELSE
                DISPLAY "Padron ausente o ilegible, estado: "
                    WS-FS-ROSTER "; cambios sin imagen"
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT roster-journal.
            IF WS-FS-RJRN-OK
                READ roster-journal
                    AT END SET EOF-current-file TO TRUE
                END-READ
                PERFORM A0420-CONSIDER-RJRN UNTIL EOF-current-file
                CLOSE roster-journal
            ELSE
                DISPLAY "Sin bitacora del padron, estado: " WS-FS-RJRN
            END-IF.
            IF WS-ROSTER-IS-OPEN
                CLOSE roster-file
            END-IF.
            SET lk-ctl-op-trailer TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO roster-chg-line.
            WRITE roster-chg-line.
            CLOSE roster-chg-file.
            EXIT.
      *-----------------------------------------------------------------
       A0420-CONSIDER-RJRN.
            MOVE rjrn-date TO WS-LINE-STAMP(1:10).
            MOVE rjrn-time TO WS-LINE-STAMP(11:8).
            IF WS-LINE-STAMP > WS-MARK-RJRN
                ADD 1 TO WS-SENT-RJRN
                IF WS-LINE-STAMP > WS-HIGH-RJRN
                    MOVE WS-LINE-STAMP TO WS-HIGH-RJRN
                END-IF
                EVALUATE rjrn-action
                    WHEN "AGREGAR"
                    WHEN "ALIAS"
                    WHEN "ANONIMIZ"
                        MOVE "A" TO WS-ROW-ACTION
                        MOVE rjrn-name TO WS-ROW-NAME
                    WHEN "ELIMINAR"
                    WHEN "DESALIAS"
                        MOVE "D" TO WS-ROW-ACTION
                        MOVE rjrn-name TO WS-ROW-NAME
                    WHEN "RENOMBRA"
                        MOVE "D" TO WS-ROW-ACTION
                        MOVE rjrn-name TO WS-ROW-NAME
                        PERFORM A0450-WRITE-ROSTER-ROW
                        MOVE "A" TO WS-ROW-ACTION
                        MOVE rjrn-new-name TO WS-ROW-NAME
                    WHEN OTHER
                        MOVE "C" TO WS-ROW-ACTION
                        MOVE rjrn-name TO WS-ROW-NAME
                END-EVALUATE
                PERFORM A0450-WRITE-ROSTER-ROW
            END-IF.
            READ roster-journal
                AT END SET EOF-current-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   The caller stages WS-ROW-ACTION and the name as journaled
      *   in WS-ROW-NAME; the sex code is the journal line's.
       A0450-WRITE-ROSTER-ROW.
            CALL "name-normalize" USING WS-ROW-NAME, WS-NORM-NAME.
            MOVE SPACES TO WS-CHG-LINE.
            MOVE 1 TO WS-LINE-POS.
            MOVE ZERO TO WS-FI.
            MOVE WS-ROW-ACTION TO WS-FIELD-VAL.
            PERFORM A0590-ADD-FIELD.
            MOVE SPACES TO WS-FIELD-VAL.
            STRING WS-LINE-STAMP(1:10) " " WS-LINE-STAMP(11:8)
                DELIMITED BY SIZE INTO WS-FIELD-VAL
            END-STRING.
            PERFORM A0590-ADD-FIELD.
            MOVE rjrn-file TO WS-FIELD-VAL.
            PERFORM A0590-ADD-FIELD.
            MOVE WS-NORM-NAME TO WS-FIELD-VAL.
            PERFORM A0590-ADD-FIELD.
            IF WS-ROW-ACTION NOT = "D"
                PERFORM A0460-READ-ROSTER-IMAGE
            END-IF.
            IF WS-ROW-ACTION = "D"
               OR NOT WS-FS-ROSTER-OK
               OR NOT WS-ROSTER-IS-OPEN
                MOVE SPACES TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD 5 TIMES
            ELSE
                MOVE rname-display OF rec-name TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE rname-status OF rec-name TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE rname-origin OF rec-name TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE rname-date-added OF rec-name TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
                MOVE rname-times-used OF rec-name TO WS-FIELD-VAL
                PERFORM A0590-ADD-FIELD
            END-IF.
            MOVE SPACES TO lk-ctl-hash-text.
            STRING rjrn-file WS-NORM-NAME
                DELIMITED BY SIZE INTO lk-ctl-hash-text
            END-STRING.
            PERFORM A0650-WRITE-ROSTER-LINE.
            ADD 1 TO WS-ROSTER-ROWS.
            EXIT.
      *-----------------------------------------------------------------
      *   Leaves WS-FS-ROSTER "00" with the entry in rec-name, or the
      *   not-found status for an entry no longer on the roster.
       A0460-READ-ROSTER-IMAGE.
            IF NOT WS-ROSTER-IS-OPEN
                ADD 1 TO WS-NO-IMAGE-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE rjrn-file TO rname-sex OF rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            READ roster-file
                INVALID KEY
                    ADD 1 TO WS-NO-IMAGE-COUNT
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
      *   One field onto the row being built in WS-CHG-LINE, with the
      *   separator ahead of every field but the first; an empty
      *   field leaves the two separators side by side.
       A0590-ADD-FIELD.
            ADD 1 TO WS-FI.
            IF WS-FI > 1
                STRING WS-DELIM DELIMITED BY SIZE
                    INTO WS-CHG-LINE
                    WITH POINTER WS-LINE-POS
                END-STRING
            END-IF.
            IF WS-FIELD-VAL NOT = SPACES
                STRING FUNCTION TRIM(WS-FIELD-VAL)
                    DELIMITED BY SIZE INTO WS-CHG-LINE
                    WITH POINTER WS-LINE-POS
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Every line after the control header is written through one
      *   of these two so the trailer's count and hash total see it;
      *   the caller stages the row's key in lk-ctl-hash-text (blank
      *   for the title).
       A0600-WRITE-APPT-LINE.
            MOVE WS-CHG-LINE TO appt-chg-line.
            WRITE appt-chg-line.
            SET lk-ctl-op-add TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE SPACES TO lk-ctl-hash-text.
            EXIT.
      *-----------------------------------------------------------------
       A0650-WRITE-ROSTER-LINE.
            MOVE WS-CHG-LINE TO roster-chg-line.
            WRITE roster-chg-line.
            SET lk-ctl-op-add TO TRUE.
            PERFORM A0800-CALL-IFACE-CONTROL.
            MOVE SPACES TO lk-ctl-hash-text.
            EXIT.
      *-----------------------------------------------------------------
      *   All three marks are rewritten together, a source with
      *   nothing new keeping the mark it had.
       A0700-WRITE-WATERMARK.
            OPEN OUTPUT mark-file.
            IF NOT WS-FS-MARK-OK
                DISPLAY "ERROR grabando la marca de cambios, estado: "
                    WS-FS-MARK UPON STDOUT
                MOVE "change-extract" TO WS-LOG-PROGRAM
                MOVE "A0700-WRITE-WATERMARK" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "Marca de cambios sin grabar; se reenviaran"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO mark-rec.
            MOVE "CITAS" TO mark-source.
            MOVE WS-HIGH-AJRN TO WS-LINE-STAMP.
            MOVE WS-SENT-AJRN TO mark-last-count.
            PERFORM A0750-WRITE-MARK-LINE.
            MOVE SPACES TO mark-rec.
            MOVE "CANCELA" TO mark-source.
            MOVE WS-HIGH-CANC TO WS-LINE-STAMP.
            MOVE WS-SENT-CANC TO mark-last-count.
            PERFORM A0750-WRITE-MARK-LINE.
            MOVE SPACES TO mark-rec.
            MOVE "PADRON" TO mark-source.
            MOVE WS-HIGH-RJRN TO WS-LINE-STAMP.
            MOVE WS-SENT-RJRN TO mark-last-count.
            PERFORM A0750-WRITE-MARK-LINE.
            CLOSE mark-file.
            EXIT.
      *-----------------------------------------------------------------
       A0750-WRITE-MARK-LINE.
            MOVE WS-LINE-STAMP(1:10) TO mark-last-date.
            MOVE WS-LINE-STAMP(11:8) TO mark-last-time.
            MOVE WS-TODAY-TXT TO mark-sent-date.
            WRITE mark-rec.
            EXIT.
      *-----------------------------------------------------------------
       A0800-CALL-IFACE-CONTROL.
            CALL "iface-control" USING lk-ctl-op, lk-ctl-type,
                lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
                lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
            EXIT.
      *-----------------------------------------------------------------
      *   No change file means nothing went out: stop with the
      *   watermark untouched, so the next run sends the same lines.
      *   The caller names its paragraph in WS-LOG-PARAGRAPH.
       A0850-OUTPUT-FAILED.
            DISPLAY "ERROR creando el archivo de cambios, estado: "
                WS-FS-OUT UPON STDOUT.
            MOVE "change-extract" TO WS-LOG-PROGRAM.
            MOVE RC-ERROR TO WS-LOG-CODE.
            MOVE "No se pudo crear el archivo de cambios del almacen"
                TO WS-LOG-MESSAGE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            PERFORM A0900-END-JOURNAL.
            GOBACK.
       END PROGRAM change-extract.
