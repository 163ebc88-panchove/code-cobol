      ******************************************************************
      * LOG-RETENTION
      * Retention and compaction for the shop's append-only logs:
      * the job journal, the menu audit log, the roster and calendar
      * change journals, the spool release log, the notice
      * acknowledgments, the user-master change journal and the
      * security event file.  Each log's entries older than its
      * retention period move, in their original order, into a
      * dated archive file (data/log-archive-<log>-AAAAMMDD.log),
      * leaving the live log holding only the recent period every
      * report reads from the start.  Every archive written is
      * recorded in the log archive catalog with the date range it
      * holds.
      *
      * Two things are never archived, whatever their age:
      *   roster and calendar journal entries dated on or after the
      *   oldest backup generation still in the backup catalog --
      *   journal-replay needs them to roll that generation forward
      *   (with no backup catalog at all, nothing of either journal
      *   moves);
      *   acknowledgments of a notice still on the board, so nobody
      *   is shown a notice they already acknowledged.
      * Lines whose date cannot be read stay in the live log.
      *
      * Retention periods come from the retention control file, one
      * line per log: the log name (as in the table below) in
      * columns 1-12 and the days to keep in columns 14-17.  A log
      * the file does not name keeps its default period.
      *
      * Actions (LOG_RET_ACTION, prompted when unset):
      *   A = archive every log past its retention (the batch
      *       action, run in the nightly stream)
      *   C = consult the catalog: for a date (LOG_RET_DATE as
      *       AAAAMMDD, prompted when unset) list the archive files
      *       that hold it and the environment setting that points
      *       a report at each one, e.g. MENU_AUDIT_FILE for
      *       oper-activity
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. log-retention.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT live-log
               ASSIGN TO DYNAMIC WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.

           SELECT work-log
               ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

           SELECT arch-log
               ASSIGN TO DYNAMIC WS-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT arch-catalog
               ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOG.

           SELECT retention-file
               ASSIGN TO DYNAMIC WS-RETENTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETENTION.

           SELECT backup-catalog
               ASSIGN TO DYNAMIC WS-BKCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BKCAT.

           SELECT notice-file
               ASSIGN TO DYNAMIC WS-NOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTICE.

           SELECT ret-report
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *   wide enough for the longest log line (the calendar
      *   journal's 248 bytes) so no line is cut when the live log
      *   is rewritten or a line is archived
       FD live-log.
        01 live-rec             PIC X(300).

       FD work-log.
        01 work-rec             PIC X(300).

       FD arch-log.
        01 arch-rec             PIC X(300).

       FD arch-catalog.
        01 arch-catalog-rec.
            05 lac-run-date     PIC X(10).
            05 FILLER           PIC X.
            05 lac-log          PIC X(12).
            05 FILLER           PIC X.
            05 lac-from         PIC X(10).
            05 FILLER           PIC X.
            05 lac-to           PIC X(10).
            05 FILLER           PIC X.
            05 lac-records      PIC 9(07).
            05 FILLER           PIC X.
            05 lac-env          PIC X(20).
            05 FILLER           PIC X.
            05 lac-path         PIC X(80).

       FD retention-file.
        01 retention-rec.
            05 ret-log          PIC X(12).
            05 FILLER           PIC X.
            05 ret-days         PIC X(04).

      *   only the date of each backup line matters here; the
      *   layout is data-backup's catalog
       FD backup-catalog.
        01 backup-catalog-rec.
            05 bk-date          PIC X(10).
            05 FILLER           PIC X(110).

       FD notice-file.
        01 notice-rec.
            05 not-id           PIC 9(04).
            05 FILLER           PIC X(01).
            05 not-from         PIC 9(08).
            05 FILLER           PIC X(01).
            05 not-to           PIC 9(08).
            05 FILLER           PIC X(62).

       FD ret-report.
        01 ret-report-line      PIC X(100).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
       77 WS-LIVE-PATH          PIC X(255) VALUE SPACES.
       77 WS-WORK-PATH          PIC X(255) VALUE SPACES.
       77 WS-ARCH-PATH          PIC X(255) VALUE SPACES.
       77 WS-ARCH-STEM          PIC X(255) VALUE SPACES.
       77 WS-CATALOG-PATH       PIC X(255) VALUE SPACES.
       77 WS-RETENTION-PATH     PIC X(255) VALUE SPACES.
       77 WS-BKCAT-PATH         PIC X(255) VALUE SPACES.
       77 WS-NOTICE-PATH        PIC X(255) VALUE SPACES.
       77 WS-REPORT-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-LIVE            PIC X(02) VALUE "00".
           88 WS-FS-LIVE-OK         VALUE "00".
       77 WS-FS-WORK            PIC X(02) VALUE "00".
           88 WS-FS-WORK-OK         VALUE "00".
       77 WS-FS-ARCH            PIC X(02) VALUE "00".
           88 WS-FS-ARCH-OK         VALUE "00" "05".
       77 WS-FS-CATALOG         PIC X(02) VALUE "00".
           88 WS-FS-CATALOG-OK      VALUE "00" "05".
       77 WS-FS-RETENTION       PIC X(02) VALUE "00".
           88 WS-FS-RETENTION-OK    VALUE "00".
       77 WS-FS-BKCAT           PIC X(02) VALUE "00".
           88 WS-FS-BKCAT-OK        VALUE "00".
       77 WS-FS-NOTICE          PIC X(02) VALUE "00".
           88 WS-FS-NOTICE-OK       VALUE "00".
       77 WS-FS-REPORT          PIC X(02) VALUE "00".
           88 WS-FS-REPORT-OK       VALUE "00".
       77 WS-ACTION             PIC X(01) VALUE SPACE.
        88 WS-ACTION-ARCHIVE    VALUE "A" "a".
        88 WS-ACTION-CONSULT    VALUE "C" "c".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-ARCH-OPEN-SW       PIC X(01) VALUE "N".
        88 WS-ARCH-IS-OPEN      VALUE "Y".
      *   the logs under retention: name, the environment variable
      *   that points every program at it, where its date sits in
      *   the line (D = AAAA-MM-DD, N = AAAAMMDD), default days to
      *   keep, and what guards it (R = replay floor, A = notice
      *   still on the board)
       01 WS-LOG-TABLE-DATA.
           05 FILLER PIC X(41) VALUE
               "JOB-JOURNAL JOB_JOURNAL_FILE    001D0090 ".
           05 FILLER PIC X(41) VALUE
               "MENU-AUDIT  MENU_AUDIT_FILE     001N0180 ".
           05 FILLER PIC X(41) VALUE
               "ROSTER-JRNL ROSTER_JOURNAL_FILE 001D0090R".
           05 FILLER PIC X(41) VALUE
               "APPT-JRNL   APPT_JOURNAL_FILE   001D0090R".
           05 FILLER PIC X(41) VALUE
               "SPOOL-REL   SPOOL_RELEASE_LOG   001N0180 ".
           05 FILLER PIC X(41) VALUE
               "NOTICE-ACKS NOTICE_ACKS_FILE    015N0365A".
           05 FILLER PIC X(41) VALUE
               "USER-JRNL   USER_JOURNAL_FILE   001D0730 ".
           05 FILLER PIC X(41) VALUE
               "SECURITY-LOGSECURITY_LOG_FILE   001D0365 ".
       01 WS-LOG-TABLE REDEFINES WS-LOG-TABLE-DATA.
           05 WS-LOG-ENTRY OCCURS 8 TIMES.
               10 WS-LOG-NAME       PIC X(12).
               10 WS-LOG-ENV        PIC X(20).
               10 WS-LOG-DATE-POS   PIC 9(03).
               10 WS-LOG-DATE-FMT   PIC X(01).
               10 WS-LOG-DAYS       PIC 9(04).
               10 WS-LOG-GUARD      PIC X(01).
       77 WS-LOG-MAX            PIC 9(02) COMP VALUE 8.
       77 WS-LOG-I              PIC 9(02) COMP VALUE ZERO.
       77 WS-POS                PIC 9(03) COMP VALUE ZERO.
      *   notices still on the board, whose acknowledgments stay
       77 WS-NOTICE-MAX         PIC 9(03) COMP VALUE 200.
       77 WS-NOTICE-COUNT       PIC 9(03) COMP VALUE ZERO.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ID OCCURS 200 TIMES PIC 9(04).
       77 WS-NOTICE-I           PIC 9(03) COMP VALUE ZERO.
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       77 WS-TODAY-DASH         PIC X(10) VALUE SPACES.
       77 WS-STAMP-TIME         PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-CUTOFF-YMD         PIC 9(08) VALUE ZERO.
      *   date of the oldest backup generation; zero = no catalog
       77 WS-REPLAY-FLOOR       PIC 9(08) VALUE ZERO.
       77 WS-LINE-DATE-TXT      PIC X(08) VALUE SPACES.
       77 WS-LINE-YMD           PIC 9(08) VALUE ZERO.
       77 WS-FIRST-MOVED        PIC 9(08) VALUE ZERO.
       77 WS-LAST-MOVED         PIC 9(08) VALUE ZERO.
       77 WS-WANT-TXT           PIC X(08) VALUE SPACES.
       77 WS-WANT-DASH          PIC X(10) VALUE SPACES.
       77 WS-READ-COUNT         PIC 9(07) VALUE ZERO.
       77 WS-MOVED-COUNT        PIC 9(07) VALUE ZERO.
       77 WS-KEPT-COUNT         PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-MOVED        PIC 9(07) VALUE ZERO.
       77 WS-FOUND-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-FOUND-SW           PIC X(01) VALUE "N".
        88 WS-FOUND             VALUE "Y".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "log-retention" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            EVALUATE TRUE
                WHEN WS-ACTION-CONSULT
                    PERFORM A0700-CONSULT-CATALOG
                WHEN OTHER
                    PERFORM A0300-RETENTION-PASS
            END-EVALUATE.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT WS-RETENTION-PATH
                FROM ENVIRONMENT "LOG_RETENTION_FILE".
            IF WS-RETENTION-PATH = SPACES
                MOVE CFG-DEFAULT-LOG-RETENTION TO WS-RETENTION-PATH
            END-IF.
            ACCEPT WS-ARCH-STEM FROM ENVIRONMENT "LOG_ARCHIVE_STEM".
            IF WS-ARCH-STEM = SPACES
                MOVE CFG-DEFAULT-LOG-ARCH-STEM TO WS-ARCH-STEM
            END-IF.
            ACCEPT WS-CATALOG-PATH
                FROM ENVIRONMENT "LOG_ARCHIVE_CATALOG".
            IF WS-CATALOG-PATH = SPACES
                MOVE CFG-DEFAULT-LOG-ARCH-CAT TO WS-CATALOG-PATH
            END-IF.
            ACCEPT WS-WORK-PATH FROM ENVIRONMENT "LOG_RET_WORK".
            IF WS-WORK-PATH = SPACES
                MOVE CFG-DEFAULT-LOG-RET-WORK TO WS-WORK-PATH
            END-IF.
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "LOG_RET_REPORT".
            IF WS-REPORT-PATH = SPACES
                MOVE CFG-DEFAULT-LOG-RET-RPT TO WS-REPORT-PATH
            END-IF.
            ACCEPT WS-BKCAT-PATH
                FROM ENVIRONMENT "BACKUP_CATALOG_FILE".
            IF WS-BKCAT-PATH = SPACES
                MOVE CFG-DEFAULT-BACKUP-CATALOG TO WS-BKCAT-PATH
            END-IF.
            ACCEPT WS-NOTICE-PATH FROM ENVIRONMENT "NOTICES_FILE".
            IF WS-NOTICE-PATH = SPACES
                MOVE CFG-DEFAULT-NOTICES TO WS-NOTICE-PATH
            END-IF.
            ACCEPT WS-ACTION FROM ENVIRONMENT "LOG_RET_ACTION".
            IF WS-ACTION = SPACE
                DISPLAY "Accion (A=Archivar registros, C=Consultar "
                    "catalogo): " WITH NO ADVANCING
                ACCEPT WS-ACTION
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-TODAY-DASH.
            STRING WS-TODAY-DATE(1:4) "-" WS-TODAY-DATE(5:2) "-"
                WS-TODAY-DATE(7:2)
                DELIMITED BY SIZE INTO WS-TODAY-DASH
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
      *   The control file overrides the compiled default period of
      *   each log it names; an unknown name or a non-numeric period
      *   is ignored.
       A0250-LOAD-RETENTION.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT retention-file.
            IF NOT WS-FS-RETENTION-OK
                EXIT PARAGRAPH
            END-IF.
            READ retention-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF ret-days IS NUMERIC
                    PERFORM VARYING WS-LOG-I FROM 1 BY 1
                            UNTIL WS-LOG-I > WS-LOG-MAX
                        IF WS-LOG-NAME(WS-LOG-I)
                                = FUNCTION UPPER-CASE(ret-log)
                            MOVE ret-days TO WS-LOG-DAYS(WS-LOG-I)
                        END-IF
                    END-PERFORM
                END-IF
                READ retention-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE retention-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The oldest generation data-restore could still bring back
      *   is the earliest date in the backup catalog.
       A0270-FIND-REPLAY-FLOOR.
            MOVE ZERO TO WS-REPLAY-FLOOR.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT backup-catalog.
            IF NOT WS-FS-BKCAT-OK
                EXIT PARAGRAPH
            END-IF.
            READ backup-catalog
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                MOVE SPACES TO WS-LINE-DATE-TXT
                STRING bk-date(1:4) bk-date(6:2) bk-date(9:2)
                    DELIMITED BY SIZE INTO WS-LINE-DATE-TXT
                END-STRING
                IF WS-LINE-DATE-TXT IS NUMERIC
                    MOVE WS-LINE-DATE-TXT TO WS-LINE-YMD
                    IF WS-REPLAY-FLOOR = ZERO
                       OR WS-LINE-YMD < WS-REPLAY-FLOOR
                        MOVE WS-LINE-YMD TO WS-REPLAY-FLOOR
                    END-IF
                END-IF
                READ backup-catalog
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE backup-catalog.
            EXIT.
      *-----------------------------------------------------------------
       A0280-LOAD-ACTIVE-NOTICES.
            MOVE ZERO TO WS-NOTICE-COUNT.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT notice-file.
            IF NOT WS-FS-NOTICE-OK
                EXIT PARAGRAPH
            END-IF.
            READ notice-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF not-to IS NUMERIC
                   AND not-to >= WS-TODAY-DATE
                   AND WS-NOTICE-COUNT < WS-NOTICE-MAX
                    ADD 1 TO WS-NOTICE-COUNT
                    MOVE not-id TO WS-NOTICE-ID(WS-NOTICE-COUNT)
                END-IF
                READ notice-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE notice-file.
            EXIT.
      *-----------------------------------------------------------------
       A0300-RETENTION-PASS.
            PERFORM A0250-LOAD-RETENTION.
            PERFORM A0270-FIND-REPLAY-FLOOR.
            PERFORM A0280-LOAD-ACTIVE-NOTICES.
            OPEN OUTPUT ret-report.
            MOVE SPACES TO ret-report-line.
            STRING "Retencion de registros del " WS-TODAY-DASH
                DELIMITED BY SIZE INTO ret-report-line
            END-STRING.
            WRITE ret-report-line.
            MOVE SPACES TO ret-report-line.
            IF WS-REPLAY-FLOOR = ZERO
                STRING "Sin catalogo de respaldos: los diarios de "
                    "padron y citas se conservan completos."
                    DELIMITED BY SIZE INTO ret-report-line
                END-STRING
            ELSE
                STRING "Generacion de respaldo mas antigua: "
                    WS-REPLAY-FLOOR
                    DELIMITED BY SIZE INTO ret-report-line
                END-STRING
            END-IF.
            WRITE ret-report-line.
            MOVE "----------------------------------------"
                TO ret-report-line.
            WRITE ret-report-line.
            PERFORM A0400-ONE-LOG
                VARYING WS-LOG-I FROM 1 BY 1
                UNTIL WS-LOG-I > WS-LOG-MAX.
            DELETE FILE work-log.
            MOVE "----------------------------------------"
                TO ret-report-line.
            WRITE ret-report-line.
            MOVE SPACES TO ret-report-line.
            STRING "Total de entradas archivadas: " WS-TOTAL-MOVED
                DELIMITED BY SIZE INTO ret-report-line
            END-STRING.
            WRITE ret-report-line.
            CLOSE ret-report.
            DISPLAY "Entradas de registro archivadas: "
                WS-TOTAL-MOVED.
            EXIT.
      *-----------------------------------------------------------------
      *   One log: old lines to the archive, the rest to the work
      *   copy, and the work copy back over the live log only when
      *   something actually moved.
       A0400-ONE-LOG.
            MOVE ZERO TO WS-READ-COUNT WS-MOVED-COUNT WS-KEPT-COUNT
                WS-FIRST-MOVED WS-LAST-MOVED.
            MOVE "N" TO WS-ARCH-OPEN-SW.
            PERFORM A0410-LIVE-PATH.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - WS-LOG-DAYS(WS-LOG-I).
            COMPUTE WS-CUTOFF-YMD =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
            IF WS-LOG-GUARD(WS-LOG-I) = "R"
                IF WS-REPLAY-FLOOR = ZERO
                    MOVE SPACES TO ret-report-line
                    STRING WS-LOG-NAME(WS-LOG-I)
                        " conservado: sin catalogo de respaldos"
                        DELIMITED BY SIZE INTO ret-report-line
                    END-STRING
                    WRITE ret-report-line
                    EXIT PARAGRAPH
                END-IF
                IF WS-REPLAY-FLOOR < WS-CUTOFF-YMD
                    MOVE WS-REPLAY-FLOOR TO WS-CUTOFF-YMD
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT live-log.
            IF NOT WS-FS-LIVE-OK
                MOVE SPACES TO ret-report-line
                STRING WS-LOG-NAME(WS-LOG-I) " ausente o ilegible, "
                    "estado " WS-FS-LIVE
                    DELIMITED BY SIZE INTO ret-report-line
                END-STRING
                WRITE ret-report-line
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT work-log.
            IF NOT WS-FS-WORK-OK
                CLOSE live-log
                MOVE SPACES TO ret-report-line
                STRING WS-LOG-NAME(WS-LOG-I) " no archivado: copia "
                    "de trabajo no disponible, estado " WS-FS-WORK
                    DELIMITED BY SIZE INTO ret-report-line
                END-STRING
                WRITE ret-report-line
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ live-log
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                ADD 1 TO WS-READ-COUNT
                PERFORM A0450-JUDGE-ONE-LINE
                READ live-log
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE live-log.
            CLOSE work-log.
            IF WS-ARCH-IS-OPEN
                CLOSE arch-log
            END-IF.
            IF WS-MOVED-COUNT > ZERO
                PERFORM A0500-COPY-BACK
                PERFORM A0550-CATALOG-ARCHIVE
            END-IF.
            ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED.
            MOVE SPACES TO ret-report-line.
            STRING WS-LOG-NAME(WS-LOG-I) " antes de " WS-CUTOFF-YMD
                "  leidas " WS-READ-COUNT
                "  archivadas " WS-MOVED-COUNT
                "  conservadas " WS-KEPT-COUNT
                DELIMITED BY SIZE INTO ret-report-line
            END-STRING.
            WRITE ret-report-line.
            IF WS-MOVED-COUNT > ZERO
                MOVE SPACES TO ret-report-line
                STRING "  -> " FUNCTION TRIM(WS-ARCH-PATH)
                    DELIMITED BY SIZE INTO ret-report-line
                END-STRING
                WRITE ret-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The live log is wherever its own programs look for it, and
      *   its archive is named after it and today's date.
       A0410-LIVE-PATH.
            MOVE SPACES TO WS-LIVE-PATH.
            ACCEPT WS-LIVE-PATH
                FROM ENVIRONMENT WS-LOG-ENV(WS-LOG-I).
            IF WS-LIVE-PATH = SPACES
                EVALUATE WS-LOG-NAME(WS-LOG-I)
                    WHEN "JOB-JOURNAL"
                        MOVE CFG-DEFAULT-JOB-JOURNAL TO WS-LIVE-PATH
                    WHEN "MENU-AUDIT"
                        MOVE CFG-DEFAULT-MENU-AUDIT TO WS-LIVE-PATH
                    WHEN "ROSTER-JRNL"
                        MOVE CFG-DEFAULT-ROSTER-JOURNAL
                            TO WS-LIVE-PATH
                    WHEN "APPT-JRNL"
                        MOVE CFG-DEFAULT-APPT-JOURNAL TO WS-LIVE-PATH
                    WHEN "SPOOL-REL"
                        MOVE CFG-DEFAULT-RELEASE-LOG TO WS-LIVE-PATH
                    WHEN "NOTICE-ACKS"
                        MOVE CFG-DEFAULT-NOTICE-ACKS TO WS-LIVE-PATH
                    WHEN "USER-JRNL"
                        MOVE CFG-DEFAULT-USER-JOURNAL TO WS-LIVE-PATH
                    WHEN "SECURITY-LOG"
                        MOVE CFG-DEFAULT-SECURITY-LOG TO WS-LIVE-PATH
                END-EVALUATE
            END-IF.
            MOVE SPACES TO WS-ARCH-PATH.
            STRING FUNCTION TRIM(WS-ARCH-STEM)
                FUNCTION LOWER-CASE(WS-LOG-NAME(WS-LOG-I))
                DELIMITED BY SPACE
                "-" WS-TODAY-DATE ".log"
                DELIMITED BY SIZE INTO WS-ARCH-PATH
            END-STRING.
            EXIT.
      *-----------------------------------------------------------------
       A0450-JUDGE-ONE-LINE.
            MOVE WS-LOG-DATE-POS(WS-LOG-I) TO WS-POS.
            MOVE SPACES TO WS-LINE-DATE-TXT.
            IF WS-LOG-DATE-FMT(WS-LOG-I) = "D"
                STRING live-rec(WS-POS:4) live-rec(WS-POS + 5:2)
                    live-rec(WS-POS + 8:2)
                    DELIMITED BY SIZE INTO WS-LINE-DATE-TXT
                END-STRING
            ELSE
                MOVE live-rec(WS-POS:8) TO WS-LINE-DATE-TXT
            END-IF.
            IF WS-LINE-DATE-TXT IS NOT NUMERIC
                PERFORM A0470-KEEP-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LINE-DATE-TXT TO WS-LINE-YMD.
            IF WS-LINE-YMD >= WS-CUTOFF-YMD
                PERFORM A0470-KEEP-LINE
                EXIT PARAGRAPH
            END-IF.
            IF WS-LOG-GUARD(WS-LOG-I) = "A"
                MOVE "N" TO WS-FOUND-SW
                PERFORM VARYING WS-NOTICE-I FROM 1 BY 1
                        UNTIL WS-NOTICE-I > WS-NOTICE-COUNT
                           OR WS-FOUND
                    IF live-rec(1:4) = WS-NOTICE-ID(WS-NOTICE-I)
                        SET WS-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-FOUND
                    PERFORM A0470-KEEP-LINE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF NOT WS-ARCH-IS-OPEN
                OPEN EXTEND arch-log
                IF NOT WS-FS-ARCH-OK
                    CLOSE arch-log
                    OPEN OUTPUT arch-log
                END-IF
                IF NOT WS-FS-ARCH-OK
                    PERFORM A0470-KEEP-LINE
                    EXIT PARAGRAPH
                END-IF
                SET WS-ARCH-IS-OPEN TO TRUE
            END-IF.
            MOVE live-rec TO arch-rec.
            WRITE arch-rec.
            ADD 1 TO WS-MOVED-COUNT.
            IF WS-FIRST-MOVED = ZERO OR WS-LINE-YMD < WS-FIRST-MOVED
                MOVE WS-LINE-YMD TO WS-FIRST-MOVED
            END-IF.
            IF WS-LINE-YMD > WS-LAST-MOVED
                MOVE WS-LINE-YMD TO WS-LAST-MOVED
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0470-KEEP-LINE.
            MOVE live-rec TO work-rec.
            WRITE work-rec.
            ADD 1 TO WS-KEPT-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0500-COPY-BACK.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT work-log.
            OPEN OUTPUT live-log.
            READ work-log
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                MOVE work-rec TO live-rec
                WRITE live-rec
                READ work-log
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE live-log.
            CLOSE work-log.
            EXIT.
      *-----------------------------------------------------------------
       A0550-CATALOG-ARCHIVE.
            ACCEPT WS-STAMP-TIME FROM TIME.
            OPEN EXTEND arch-catalog.
            IF NOT WS-FS-CATALOG-OK
                CLOSE arch-catalog
                OPEN OUTPUT arch-catalog
            END-IF.
            IF NOT WS-FS-CATALOG-OK
                DISPLAY "Aviso: no se pudo catalogar "
                    FUNCTION TRIM(WS-ARCH-PATH)
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO arch-catalog-rec.
            MOVE WS-TODAY-DASH TO lac-run-date.
            MOVE WS-LOG-NAME(WS-LOG-I) TO lac-log.
            STRING WS-FIRST-MOVED(1:4) "-" WS-FIRST-MOVED(5:2) "-"
                WS-FIRST-MOVED(7:2)
                DELIMITED BY SIZE INTO lac-from
            END-STRING.
            STRING WS-LAST-MOVED(1:4) "-" WS-LAST-MOVED(5:2) "-"
                WS-LAST-MOVED(7:2)
                DELIMITED BY SIZE INTO lac-to
            END-STRING.
            MOVE WS-MOVED-COUNT TO lac-records.
            MOVE WS-LOG-ENV(WS-LOG-I) TO lac-env.
            MOVE WS-ARCH-PATH(1:80) TO lac-path.
            WRITE arch-catalog-rec.
            CLOSE arch-catalog.
            EXIT.
      *-----------------------------------------------------------------
      *   Which archives hold a given date, and how to point a report
      *   at each of them.
       A0700-CONSULT-CATALOG.
            ACCEPT WS-WANT-TXT FROM ENVIRONMENT "LOG_RET_DATE".
            IF WS-WANT-TXT IS NOT NUMERIC
                DISPLAY "Fecha buscada (AAAAMMDD): "
                    WITH NO ADVANCING
                ACCEPT WS-WANT-TXT
            END-IF.
            IF WS-WANT-TXT IS NOT NUMERIC
                DISPLAY "Fecha invalida, no se consulto."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-WANT-DASH.
            STRING WS-WANT-TXT(1:4) "-" WS-WANT-TXT(5:2) "-"
                WS-WANT-TXT(7:2)
                DELIMITED BY SIZE INTO WS-WANT-DASH
            END-STRING.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT arch-catalog.
            IF WS-FS-CATALOG NOT = "00"
                DISPLAY "Sin catalogo de archivos de registro; todo "
                    "esta en los registros vivos."
                EXIT PARAGRAPH
            END-IF.
            READ arch-catalog
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF lac-from <= WS-WANT-DASH
                   AND lac-to >= WS-WANT-DASH
                    ADD 1 TO WS-FOUND-COUNT
                    DISPLAY lac-log " " lac-from " a " lac-to
                        " (" lac-records " entradas)"
                    DISPLAY "    " FUNCTION TRIM(lac-env) "="
                        FUNCTION TRIM(lac-path)
                END-IF
                READ arch-catalog
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE arch-catalog.
            IF WS-FOUND-COUNT = ZERO
                DISPLAY "Ningun archivo guarda el " WS-WANT-DASH
                    "; esta en los registros vivos."
            END-IF.
            EXIT.
       END PROGRAM log-retention.
