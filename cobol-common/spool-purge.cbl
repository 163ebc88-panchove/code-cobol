      ******************************************************************
      * SPOOL-PURGE
      * Retention for the print spool.  Each report name has a
      * retention class in the routing rules -- the days its members
      * are kept after spool-release sends them, matched by the
      * same longest-prefix rule print-spool routes by, "*" as the
      * default, CFG-DEFAULT-SPOOL-KEEP-DAYS when no rule gives
      * one.  The nightly purge deletes every released member past
      * its class and marks its catalog line E (eliminado); pending
      * members are never touched.  A member released before the
      * catalog carried a release date ages from its creation date.
      *
      * A legal hold stops the purge: on one member (the H byte at
      * the end of its catalog line) or on every member, present
      * and future, of one report name (the spool holds file).  The
      * purge prints a listing of what it removed and of what it
      * would have removed but found held.  A holds file that is
      * missing (status 35) means no report name is held; one that
      * is there but will not open or read, or holds more names than
      * the table, stops the purge and any hold change outright
      * (RC-ERROR, through log-error), since purging or rewriting
      * from a partial list would drop a hold.
      *
      * Actions (SPOOL_PURGE_ACTION, prompted when unset):
      *   P = purge expired members (the batch action)
      *   H = put one member under legal hold (by catalog number)
      *   N = put every member of a report name under legal hold
      *   Q = lift a hold, from a member or from a report name
      * H, N and Q need the update right on spool-purge, which the
      * supervisor role carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-purge.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT spool-catalog
               ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOG.

           SELECT route-file
               ASSIGN TO DYNAMIC WS-ROUTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROUTES.

           SELECT hold-file
               ASSIGN TO DYNAMIC WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLDS.

      *    handle used only to DELETE FILE an expired member
           SELECT purge-file
               ASSIGN TO DYNAMIC WS-PURGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PURGE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD spool-catalog.
        01 spool-catalog-rec    PIC X(160).

       FD route-file.
        01 route-rec.
            05 rte-pattern      PIC X(20).
            05 FILLER           PIC X(01).
            05 rte-dest         PIC X(08).
            05 FILLER           PIC X(01).
            05 rte-keep-days    PIC X(04).

       FD hold-file.
        01 hold-rec.
            05 hld-name         PIC X(20).
            05 FILLER           PIC X(01).
            05 hld-date         PIC X(08).
            05 FILLER           PIC X(01).
            05 hld-user         PIC X(08).

       FD purge-file.
        01 purge-rec            PIC X(132).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/print-spool".
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
       77 WS-CATALOG-PATH       PIC X(255) VALUE SPACES.
       77 WS-ROUTES-PATH        PIC X(255) VALUE SPACES.
       77 WS-HOLDS-PATH         PIC X(255) VALUE SPACES.
       77 WS-PURGE-PATH         PIC X(255) VALUE SPACES.
       77 WS-FS-CATALOG         PIC X(02) VALUE "00".
           88 WS-FS-CATALOG-OK      VALUE "00" "10".
       77 WS-FS-ROUTES          PIC X(02) VALUE "00".
           88 WS-FS-ROUTES-OK       VALUE "00".
       77 WS-FS-HOLDS           PIC X(02) VALUE "00".
           88 WS-FS-HOLDS-OK        VALUE "00" "05".
           88 WS-FS-HOLDS-MISSING   VALUE "35".
           88 WS-FS-HOLDS-READ-OK   VALUE "00" "04" "10".
       77 WS-FS-PURGE           PIC X(02) VALUE "00".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-current-file     VALUE "Y".
       77 WS-ACTION             PIC X(01) VALUE SPACE.
        88 WS-ACTION-PURGE      VALUE "P" "p".
        88 WS-ACTION-HOLD-ONE   VALUE "H" "h".
        88 WS-ACTION-HOLD-NAME  VALUE "N" "n".
        88 WS-ACTION-LIFT       VALUE "Q" "q".
      *   the whole catalog rides in memory and is rewritten once;
      *   a catalog larger than the table is not purged at all,
      *   so no line is ever lost in the rewrite
       77 WS-CAT-MAX            PIC 9(04) COMP VALUE 2000.
       77 WS-CAT-COUNT          PIC 9(04) COMP VALUE ZERO.
       77 WS-CAT-OVERFLOW       PIC X(01) VALUE "N".
       01 WS-CAT-TABLE.
           05 WS-CAT-LINE OCCURS 2000 TIMES.
               10 WS-CAT-DATE       PIC X(10).
               10 FILLER            PIC X(01).
               10 WS-CAT-TIME       PIC X(08).
               10 FILLER            PIC X(01).
               10 WS-CAT-OPER       PIC X(08).
               10 FILLER            PIC X(01).
               10 WS-CAT-NAME       PIC X(20).
               10 FILLER            PIC X(01).
               10 WS-CAT-PAGES      PIC X(04).
               10 FILLER            PIC X(01).
               10 WS-CAT-PATH       PIC X(80).
               10 FILLER            PIC X(01).
               10 WS-CAT-DEST       PIC X(08).
               10 FILLER            PIC X(01).
               10 WS-CAT-STATUS     PIC X(01).
               10 FILLER            PIC X(01).
               10 WS-CAT-RELEASED   PIC X(10).
               10 FILLER            PIC X(01).
               10 WS-CAT-HOLD       PIC X(01).
               10 FILLER            PIC X(01).
       77 WS-CAT-I              PIC 9(04) COMP VALUE ZERO.
      *   retention classes from the routing rules
       77 WS-RULE-MAX           PIC 9(03) COMP VALUE 100.
       77 WS-RULE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RULE-PATTERN   PIC X(20).
               10 WS-RULE-DAYS      PIC 9(04).
       77 WS-RULE-I             PIC 9(03) COMP VALUE ZERO.
       77 WS-BEST-LEN           PIC 99 COMP VALUE ZERO.
       77 WS-PAT-LEN            PIC 99 COMP VALUE ZERO.
       77 WS-KEEP-DAYS          PIC 9(04) VALUE ZERO.
      *   report names under legal hold
       77 WS-HOLD-MAX           PIC 9(03) COMP VALUE 100.
       77 WS-HOLD-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES PIC X(38).
       77 WS-HOLD-I             PIC 9(03) COMP VALUE ZERO.
      *   set when the holds file could not be taken in whole
       77 WS-HOLD-FAILED        PIC X(01) VALUE "N".
        88 WS-HOLDS-UNREADABLE  VALUE "Y".
       77 WS-HELD-SW            PIC X(01) VALUE "N".
        88 WS-IS-HELD           VALUE "Y".
       77 WS-HELD-WHY           PIC X(10) VALUE SPACES.
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT          PIC 9(08) COMP VALUE ZERO.
       77 WS-BASIS-TXT          PIC X(08) VALUE SPACES.
       77 WS-BASIS-YMD          PIC 9(08) VALUE ZERO.
       77 WS-AGE-DAYS           PIC S9(07) COMP VALUE ZERO.
      *   what the purge did, listed after the catalog is rewritten
      *   (the listing's own catalog line lands after that)
       77 WS-DONE-MAX           PIC 9(04) COMP VALUE 2000.
       77 WS-DONE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
               10 WS-DONE-KIND      PIC X(01).
               10 WS-DONE-I         PIC 9(04) COMP.
               10 WS-DONE-WHY       PIC X(10).
       77 WS-DONE-J             PIC 9(04) COMP VALUE ZERO.
       77 WS-CNT-PURGED         PIC 9(05) VALUE ZERO.
       77 WS-CNT-HELD           PIC 9(05) VALUE ZERO.
       77 WS-CNT-FAILED         PIC 9(05) VALUE ZERO.
       77 WS-PICK-TXT           PIC X(04) VALUE SPACES.
       77 WS-PICK               PIC 9(04) VALUE ZERO.
       77 WS-ASK-NAME           PIC X(20) VALUE SPACES.
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            MOVE "spool-purge" TO WS-JJ-JOB.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0200-INIT-PATHS.
            IF NOT WS-ACTION-PURGE
                PERFORM A0150-CHECK-UPDATE-RIGHT
            END-IF.
            EVALUATE TRUE
                WHEN WS-ACTION-PURGE
                    PERFORM A0300-PURGE-PASS
                WHEN WS-ACTION-HOLD-ONE
                    PERFORM A0600-HOLD-MEMBER
                WHEN WS-ACTION-HOLD-NAME
                    PERFORM A0650-HOLD-NAME
                WHEN WS-ACTION-LIFT
                    PERFORM A0700-LIFT-HOLD
                WHEN OTHER
                    DISPLAY "Accion invalida, no se hizo nada."
            END-EVALUATE.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            GOBACK.
      *-----------------------------------------------------------------
      *   Holds are a supervisor's call; a refused action is turned
      *   into no action at all.
       A0150-CHECK-UPDATE-RIGHT.
            SET lk-access-op-query TO TRUE.
            ACCEPT lk-access-user FROM ENVIRONMENT "APP_USER".
            MOVE "spool-purge" TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF NOT lk-access-update
                DISPLAY "Su rol no permite retener miembros del "
                    "spool."
                SET lk-access-op-deny TO TRUE
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
                MOVE SPACE TO WS-ACTION
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0200-INIT-PATHS.
            ACCEPT WS-CATALOG-PATH
                FROM ENVIRONMENT "SPOOL_CATALOG_FILE".
            IF WS-CATALOG-PATH = SPACES
                MOVE CFG-DEFAULT-SPOOL-CATALOG TO WS-CATALOG-PATH
            END-IF.
            ACCEPT WS-ROUTES-PATH
                FROM ENVIRONMENT "PRINT_ROUTES_FILE".
            IF WS-ROUTES-PATH = SPACES
                MOVE CFG-DEFAULT-PRINT-ROUTES TO WS-ROUTES-PATH
            END-IF.
            ACCEPT WS-HOLDS-PATH FROM ENVIRONMENT "SPOOL_HOLDS_FILE".
            IF WS-HOLDS-PATH = SPACES
                MOVE CFG-DEFAULT-SPOOL-HOLDS TO WS-HOLDS-PATH
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "APP_USER".
            IF WS-OPERATOR-ID = SPACES
                ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            END-IF.
            IF WS-OPERATOR-ID = SPACES
                MOVE "OPER" TO WS-OPERATOR-ID
            END-IF.
            ACCEPT WS-ACTION FROM ENVIRONMENT "SPOOL_PURGE_ACTION".
            IF WS-ACTION = SPACE
                DISPLAY "Accion (P=Depurar, H=Retener miembro, "
                    "N=Retener reporte, Q=Quitar retencion): "
                    WITH NO ADVANCING
                ACCEPT WS-ACTION
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            EXIT.
      *-----------------------------------------------------------------
       A0250-LOAD-CATALOG.
            MOVE ZERO TO WS-CAT-COUNT.
            MOVE "N" TO WS-CAT-OVERFLOW.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT spool-catalog.
            IF NOT WS-FS-CATALOG-OK
                EXIT PARAGRAPH
            END-IF.
            READ spool-catalog
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF WS-CAT-COUNT >= WS-CAT-MAX
                    MOVE "Y" TO WS-CAT-OVERFLOW
                    SET EOF-current-file TO TRUE
                ELSE
                    ADD 1 TO WS-CAT-COUNT
                    MOVE spool-catalog-rec TO WS-CAT-LINE(WS-CAT-COUNT)
                    READ spool-catalog
                        AT END SET EOF-current-file TO TRUE
                    END-READ
                END-IF
            END-PERFORM.
            CLOSE spool-catalog.
            EXIT.
      *-----------------------------------------------------------------
       A0260-REWRITE-CATALOG.
            OPEN OUTPUT spool-catalog.
            IF NOT WS-FS-CATALOG-OK
                DISPLAY "Aviso: no se pudo regrabar el catalogo."
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CAT-I FROM 1 BY 1
                    UNTIL WS-CAT-I > WS-CAT-COUNT
                MOVE WS-CAT-LINE(WS-CAT-I) TO spool-catalog-rec
                WRITE spool-catalog-rec
            END-PERFORM.
            CLOSE spool-catalog.
            EXIT.
      *-----------------------------------------------------------------
      *   Retention classes: every routing rule that names its days.
       A0270-LOAD-RULES.
            MOVE ZERO TO WS-RULE-COUNT.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT route-file.
            IF NOT WS-FS-ROUTES-OK
                EXIT PARAGRAPH
            END-IF.
            READ route-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                IF rte-pattern NOT = SPACES
                   AND rte-keep-days IS NUMERIC
                   AND WS-RULE-COUNT < WS-RULE-MAX
                    ADD 1 TO WS-RULE-COUNT
                    MOVE rte-pattern
                        TO WS-RULE-PATTERN(WS-RULE-COUNT)
                    MOVE rte-keep-days TO WS-RULE-DAYS(WS-RULE-COUNT)
                END-IF
                READ route-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE route-file.
            EXIT.
      *-----------------------------------------------------------------
      *   Only a missing file means no holds; anything else short
      *   of the whole file sets WS-HOLDS-UNREADABLE.
       A0280-LOAD-HOLDS.
            MOVE ZERO TO WS-HOLD-COUNT.
            MOVE "N" TO WS-EOF-SW.
            MOVE "N" TO WS-HOLD-FAILED.
            OPEN INPUT hold-file.
            IF WS-FS-HOLDS-MISSING
                EXIT PARAGRAPH
            END-IF.
            IF WS-FS-HOLDS NOT = "00"
                MOVE "No se pudo abrir el archivo de retenciones"
                    TO WS-LOG-MESSAGE
                PERFORM A0285-HOLDS-FAILED
                EXIT PARAGRAPH
            END-IF.
            READ hold-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file OR WS-HOLDS-UNREADABLE
                EVALUATE TRUE
                    WHEN NOT WS-FS-HOLDS-READ-OK
                        MOVE "No se pudo leer el archivo de retenciones"
                            TO WS-LOG-MESSAGE
                        PERFORM A0285-HOLDS-FAILED
                    WHEN hld-name = SPACES
                        CONTINUE
                    WHEN WS-HOLD-COUNT >= WS-HOLD-MAX
                        MOVE "Archivo de retenciones mayor que la tabla"
                            TO WS-LOG-MESSAGE
                        PERFORM A0285-HOLDS-FAILED
                    WHEN OTHER
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE hold-rec TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
                END-EVALUATE
                IF NOT WS-HOLDS-UNREADABLE
                    READ hold-file
                        AT END SET EOF-current-file TO TRUE
                    END-READ
                END-IF
            END-PERFORM.
            CLOSE hold-file.
            EXIT.
      *-----------------------------------------------------------------
       A0285-HOLDS-FAILED.
            MOVE "Y" TO WS-HOLD-FAILED.
            DISPLAY "Error: " FUNCTION TRIM(WS-LOG-MESSAGE)
                " (" WS-FS-HOLDS "); no se cambio nada.".
            MOVE "spool-purge" TO WS-LOG-PROGRAM.
            MOVE "A0280-LOAD-HOLDS" TO WS-LOG-PARAGRAPH.
            MOVE RC-ERROR TO WS-LOG-CODE.
            CALL "log-error" USING WS-LOG-PROGRAM, WS-LOG-PARAGRAPH,
                WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-ERROR TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
      *   Never from a holds file that was not taken in whole.
       A0290-REWRITE-HOLDS.
            IF WS-HOLDS-UNREADABLE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT hold-file.
            IF NOT WS-FS-HOLDS-OK
                DISPLAY "Aviso: no se pudo regrabar las retenciones."
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                    UNTIL WS-HOLD-I > WS-HOLD-COUNT
                MOVE WS-HOLD-ENTRY(WS-HOLD-I) TO hold-rec
                WRITE hold-rec
            END-PERFORM.
            CLOSE hold-file.
            EXIT.
      *-----------------------------------------------------------------
       A0300-PURGE-PASS.
            PERFORM A0250-LOAD-CATALOG.
            IF WS-CAT-OVERFLOW = "Y"
                DISPLAY "Catalogo del spool mayor que la tabla de "
                    "depuracion; no se depuro nada."
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0270-LOAD-RULES.
            PERFORM A0280-LOAD-HOLDS.
            IF WS-HOLDS-UNREADABLE
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0400-JUDGE-ONE-MEMBER
                VARYING WS-CAT-I FROM 1 BY 1
                UNTIL WS-CAT-I > WS-CAT-COUNT.
            IF WS-CNT-PURGED > ZERO
                PERFORM A0260-REWRITE-CATALOG
            END-IF.
            PERFORM A0500-WRITE-LISTING.
            IF WS-CNT-FAILED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            DISPLAY "Miembros depurados: " WS-CNT-PURGED
                "  retenidos: " WS-CNT-HELD.
            EXIT.
      *-----------------------------------------------------------------
      *   A released member past its class goes, unless a hold on
      *   it or on its report name says otherwise.
       A0400-JUDGE-ONE-MEMBER.
            IF WS-CAT-STATUS(WS-CAT-I) NOT = "R"
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-BASIS-TXT.
            IF WS-CAT-RELEASED(WS-CAT-I) NOT = SPACES
                STRING WS-CAT-RELEASED(WS-CAT-I)(1:4)
                    WS-CAT-RELEASED(WS-CAT-I)(6:2)
                    WS-CAT-RELEASED(WS-CAT-I)(9:2)
                    DELIMITED BY SIZE INTO WS-BASIS-TXT
                END-STRING
            ELSE
                STRING WS-CAT-DATE(WS-CAT-I)(1:4)
                    WS-CAT-DATE(WS-CAT-I)(6:2)
                    WS-CAT-DATE(WS-CAT-I)(9:2)
                    DELIMITED BY SIZE INTO WS-BASIS-TXT
                END-STRING
            END-IF.
            IF WS-BASIS-TXT IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-BASIS-TXT TO WS-BASIS-YMD.
            PERFORM A0420-KEEP-DAYS-FOR-NAME.
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-BASIS-YMD).
            IF WS-AGE-DAYS <= WS-KEEP-DAYS
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0440-CHECK-HOLDS.
            IF WS-IS-HELD
                ADD 1 TO WS-CNT-HELD
                PERFORM A0470-NOTE-DONE
                EXIT PARAGRAPH
            END-IF.
      *     a member already gone from disk is still marked purged
            MOVE SPACES TO WS-PURGE-PATH.
            MOVE WS-CAT-PATH(WS-CAT-I) TO WS-PURGE-PATH.
            DELETE FILE purge-file.
            IF WS-FS-PURGE = "00" OR WS-FS-PURGE = "35"
                MOVE "E" TO WS-CAT-STATUS(WS-CAT-I)
                ADD 1 TO WS-CNT-PURGED
                MOVE "eliminado" TO WS-HELD-WHY
            ELSE
                ADD 1 TO WS-CNT-FAILED
                MOVE SPACES TO WS-HELD-WHY
                STRING "estado " WS-FS-PURGE
                    DELIMITED BY SIZE INTO WS-HELD-WHY
                END-STRING
            END-IF.
            PERFORM A0470-NOTE-DONE.
            EXIT.
      *-----------------------------------------------------------------
      *   Same rule print-spool routes by: the longest matching
      *   report-name prefix wins and "*" is the fallback.
       A0420-KEEP-DAYS-FOR-NAME.
            MOVE CFG-DEFAULT-SPOOL-KEEP-DAYS TO WS-KEEP-DAYS.
            MOVE ZERO TO WS-BEST-LEN.
            PERFORM VARYING WS-RULE-I FROM 1 BY 1
                    UNTIL WS-RULE-I > WS-RULE-COUNT
                IF WS-RULE-PATTERN(WS-RULE-I) = "*"
                   AND WS-BEST-LEN = ZERO
                    MOVE WS-RULE-DAYS(WS-RULE-I) TO WS-KEEP-DAYS
                END-IF
                IF WS-RULE-PATTERN(WS-RULE-I) NOT = "*"
                    MOVE FUNCTION LENGTH(FUNCTION
                        TRIM(WS-RULE-PATTERN(WS-RULE-I)))
                        TO WS-PAT-LEN
                    IF WS-PAT-LEN > WS-BEST-LEN
                       AND WS-CAT-NAME(WS-CAT-I)(1:WS-PAT-LEN)
                           = WS-RULE-PATTERN(WS-RULE-I)(1:WS-PAT-LEN)
                        MOVE WS-PAT-LEN TO WS-BEST-LEN
                        MOVE WS-RULE-DAYS(WS-RULE-I) TO WS-KEEP-DAYS
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0440-CHECK-HOLDS.
            MOVE "N" TO WS-HELD-SW.
            IF WS-CAT-HOLD(WS-CAT-I) = "H"
                SET WS-IS-HELD TO TRUE
                MOVE "miembro" TO WS-HELD-WHY
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                    UNTIL WS-HOLD-I > WS-HOLD-COUNT OR WS-IS-HELD
                IF WS-HOLD-ENTRY(WS-HOLD-I)(1:20)
                        = WS-CAT-NAME(WS-CAT-I)
                    SET WS-IS-HELD TO TRUE
                    MOVE "reporte" TO WS-HELD-WHY
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0470-NOTE-DONE.
            IF WS-DONE-COUNT >= WS-DONE-MAX
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DONE-COUNT.
            MOVE WS-CAT-I TO WS-DONE-I(WS-DONE-COUNT).
            MOVE WS-HELD-WHY TO WS-DONE-WHY(WS-DONE-COUNT).
            IF WS-IS-HELD
                MOVE "H" TO WS-DONE-KIND(WS-DONE-COUNT)
            ELSE
                MOVE "E" TO WS-DONE-KIND(WS-DONE-COUNT)
            END-IF.
            MOVE "N" TO WS-HELD-SW.
            EXIT.
      *-----------------------------------------------------------------
       A0500-WRITE-LISTING.
            SET lk-spool-op-open TO TRUE.
            MOVE "depuracion-spool" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Depuracion del spool del " WS-TODAY-DATE(7:2)
                "/" WS-TODAY-DATE(5:2) "/" WS-TODAY-DATE(1:4)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "Miembros eliminados" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-DONE-J FROM 1 BY 1
                    UNTIL WS-DONE-J > WS-DONE-COUNT
                IF WS-DONE-KIND(WS-DONE-J) = "E"
                    PERFORM A0550-LIST-ONE-MEMBER
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total eliminados: " WS-CNT-PURGED
                "  no eliminados: " WS-CNT-FAILED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            MOVE "Vencidos bajo retencion legal" TO WS-REPORT-LINE.
            PERFORM A0800-SPOOL-ONE-LINE.
            PERFORM VARYING WS-DONE-J FROM 1 BY 1
                    UNTIL WS-DONE-J > WS-DONE-COUNT
                IF WS-DONE-KIND(WS-DONE-J) = "H"
                    PERFORM A0550-LIST-ONE-MEMBER
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total retenidos: " WS-CNT-HELD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
       A0550-LIST-ONE-MEMBER.
            MOVE WS-DONE-I(WS-DONE-J) TO WS-CAT-I.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-CAT-NAME(WS-CAT-I) " "
                WS-CAT-DATE(WS-CAT-I) " lib. "
                WS-CAT-RELEASED(WS-CAT-I) " "
                WS-DONE-WHY(WS-DONE-J) " "
                FUNCTION TRIM(WS-CAT-PATH(WS-CAT-I))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0800-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0600-HOLD-MEMBER.
            PERFORM A0250-LOAD-CATALOG.
            PERFORM A0690-ASK-MEMBER.
            IF WS-PICK = ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CAT-STATUS(WS-PICK) = "E"
                DISPLAY "Miembro ya depurado; no se puede retener."
                EXIT PARAGRAPH
            END-IF.
            MOVE "H" TO WS-CAT-HOLD(WS-PICK).
            PERFORM A0260-REWRITE-CATALOG.
            DISPLAY "Miembro bajo retencion legal: "
                FUNCTION TRIM(WS-CAT-PATH(WS-PICK)).
            EXIT.
      *-----------------------------------------------------------------
       A0650-HOLD-NAME.
            PERFORM A0280-LOAD-HOLDS.
            IF WS-HOLDS-UNREADABLE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Nombre del reporte a retener: "
                WITH NO ADVANCING.
            ACCEPT WS-ASK-NAME.
            IF WS-ASK-NAME = SPACES
                DISPLAY "Nombre vacio, no se retuvo nada."
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                    UNTIL WS-HOLD-I > WS-HOLD-COUNT
                IF WS-HOLD-ENTRY(WS-HOLD-I)(1:20) = WS-ASK-NAME
                    DISPLAY "Ese reporte ya esta retenido."
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-HOLD-COUNT >= WS-HOLD-MAX
                DISPLAY "Tabla de retenciones llena."
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO hold-rec.
            MOVE WS-ASK-NAME TO hld-name.
            MOVE WS-TODAY-DATE TO hld-date.
            MOVE WS-OPERATOR-ID TO hld-user.
            ADD 1 TO WS-HOLD-COUNT.
            MOVE hold-rec TO WS-HOLD-ENTRY(WS-HOLD-COUNT).
            PERFORM A0290-REWRITE-HOLDS.
            DISPLAY "Todo miembro de " FUNCTION TRIM(WS-ASK-NAME)
                " queda bajo retencion legal.".
            EXIT.
      *-----------------------------------------------------------------
      *   A number lifts a member's hold, a name lifts a report's.
       A0700-LIFT-HOLD.
            DISPLAY "Numero de miembro o nombre del reporte: "
                WITH NO ADVANCING.
            ACCEPT WS-ASK-NAME.
            IF WS-ASK-NAME = SPACES
                DISPLAY "Nada indicado, no se quito ninguna "
                    "retencion."
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TRIM(WS-ASK-NAME) IS NUMERIC
                PERFORM A0250-LOAD-CATALOG
                MOVE FUNCTION NUMVAL(WS-ASK-NAME) TO WS-PICK
                IF WS-PICK < 1 OR WS-PICK > WS-CAT-COUNT
                    DISPLAY "Fuera del catalogo; nada cambiado."
                    EXIT PARAGRAPH
                END-IF
                MOVE SPACE TO WS-CAT-HOLD(WS-PICK)
                PERFORM A0260-REWRITE-CATALOG
                DISPLAY "Retencion quitada del miembro "
                    FUNCTION TRIM(WS-CAT-PATH(WS-PICK))
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0280-LOAD-HOLDS.
            IF WS-HOLDS-UNREADABLE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-PICK.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                    UNTIL WS-HOLD-I > WS-HOLD-COUNT
                IF WS-HOLD-ENTRY(WS-HOLD-I)(1:20) = WS-ASK-NAME
                    MOVE WS-HOLD-I TO WS-PICK
                END-IF
            END-PERFORM.
            IF WS-PICK = ZERO
                DISPLAY "Ese reporte no esta retenido."
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HOLD-I FROM WS-PICK BY 1
                    UNTIL WS-HOLD-I >= WS-HOLD-COUNT
                MOVE WS-HOLD-ENTRY(WS-HOLD-I + 1)
                    TO WS-HOLD-ENTRY(WS-HOLD-I)
            END-PERFORM.
            SUBTRACT 1 FROM WS-HOLD-COUNT.
            PERFORM A0290-REWRITE-HOLDS.
            DISPLAY "Retencion quitada del reporte "
                FUNCTION TRIM(WS-ASK-NAME).
            EXIT.
      *-----------------------------------------------------------------
       A0690-ASK-MEMBER.
            MOVE ZERO TO WS-PICK.
            IF WS-CAT-COUNT = ZERO
                DISPLAY "Catalogo del spool vacio."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Miembros del spool (estado P=pendiente, "
                "R=liberado, E=depurado; H=retencion legal):".
            PERFORM VARYING WS-CAT-I FROM 1 BY 1
                    UNTIL WS-CAT-I > WS-CAT-COUNT
                DISPLAY WS-CAT-I " " WS-CAT-LINE(WS-CAT-I)(1:54)
                    " " WS-CAT-STATUS(WS-CAT-I)
                    " " WS-CAT-HOLD(WS-CAT-I)
            END-PERFORM.
            DISPLAY "Numero del miembro a retener: "
                WITH NO ADVANCING.
            ACCEPT WS-PICK-TXT.
            IF FUNCTION TRIM(WS-PICK-TXT) IS NOT NUMERIC
                DISPLAY "Numero invalido; nada retenido."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-PICK-TXT) TO WS-PICK.
            IF WS-PICK < 1 OR WS-PICK > WS-CAT-COUNT
                DISPLAY "Fuera del catalogo; nada retenido."
                MOVE ZERO TO WS-PICK
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0800-SPOOL-ONE-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
       END PROGRAM spool-purge.
