      * severity -- so "are cancellations up this quarter" is a
      * file read instead of a memory contest.
      *
      * The appointment, cancellation and waitlist counts are also
      * split by the owner's branch (owner master, blank = head
      * office) into a second history, one record per branch per
      * night; the main history stays the consolidated head-office
      * picture the dashboard shows.
      *
      * METRICS_MODE=REPORT spools a trend report off the history
      * (through print-spool), consolidated first and then by
      * branch, instead of taking a snapshot; the
      * default SNAP mode appends tonight's record.  The dashboard's
      * H option shows the recent history on screen.
      ******************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-IN.

           SELECT cancel-file
               ASSIGN TO DYNAMIC WS-METRICS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METRICS.

           SELECT branch-metrics-file
               ASSIGN TO DYNAMIC WS-BRN-METRICS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METRICS.

           SELECT owner-file
               ASSIGN TO DYNAMIC WS-OWNERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS owner-key OF owner-rec
               FILE STATUS IS WS-FS-OWNERS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 FILLER              PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD cancel-file.
                10 canc-day        PIC 99.
                10 canc-hour       PIC 99.
                10 canc-minute     PIC 99.
                10 canc-stamp-date PIC 9(08).
                10 canc-stamp-time PIC 9(06).
            05 FILLER              PIC X(156).
                10 wl-day          PIC 99.
                10 wl-hour         PIC 99.
                10 wl-minute       PIC 99.
                10 wl-seq          PIC 99.
            05 FILLER              PIC X(71).


       FD metrics-file.
        01 metrics-rec          PIC X(120).

       FD branch-metrics-file.
        01 branch-metrics-rec   PIC X(120).

       FD owner-file.
        01 owner-rec.
           COPY "cpy/owner-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-WAIT-PATH          PIC X(255) VALUE SPACES.
       77 WS-ELOG-PATH          PIC X(255) VALUE SPACES.
       77 WS-METRICS-PATH       PIC X(255) VALUE SPACES.
       77 WS-BRN-METRICS-PATH   PIC X(255) VALUE SPACES.
       77 WS-OWNERS-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-OWNERS          PIC X(02) VALUE "00".
       77 WS-OWNERS-OPEN        PIC X(01) VALUE "N".
        88 WS-HAVE-OWNERS       VALUE "Y".
       77 WS-FS-IN              PIC X(02) VALUE "00".
           88 WS-FS-IN-OK           VALUE "00" "02" "10".
       77 WS-FS-ELOG            PIC X(02) VALUE "00".
       77 WS-ERR-ERROR          PIC 9(05) VALUE ZERO.
       77 WS-ERR-SEVERE         PIC 9(05) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      *   per-branch counts; the branch of the owner last looked up
      *   is kept, since every file here is read in owner order
       77 WS-LAST-OWNER         PIC X(08) VALUE SPACES.
       77 WS-LOOK-OWNER         PIC X(08) VALUE SPACES.
       77 WS-CUR-BRANCH         PIC X(04) VALUE SPACES.
       77 WS-BRN-MAX            PIC 99 COMP VALUE 20.
       77 WS-BRN-COUNT          PIC 99 COMP VALUE ZERO.
       01 WS-BRN-TABLE.
           05 WS-BRN-ENTRY OCCURS 20 TIMES.
               10 WS-BRN-CODE       PIC X(04).
               10 WS-BRN-APPT-TOTAL PIC 9(06).
               10 WS-BRN-APPT-TODAY PIC 9(05).
               10 WS-BRN-CANC-TODAY PIC 9(05).
               10 WS-BRN-WAIT-DEPTH PIC 9(05).
       77 WS-BRN-I              PIC 99 COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
            IF WS-METRICS-PATH = SPACES
                MOVE CFG-DEFAULT-METRICS TO WS-METRICS-PATH
            END-IF.
            ACCEPT WS-BRN-METRICS-PATH
                FROM ENVIRONMENT "METRICS_BRANCH_FILE".
            IF WS-BRN-METRICS-PATH = SPACES
                MOVE CFG-DEFAULT-METRICS-BRANCH TO WS-BRN-METRICS-PATH
            END-IF.
            ACCEPT WS-OWNERS-PATH FROM ENVIRONMENT "APPT_OWNERS_FILE".
            IF WS-OWNERS-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-OWNERS TO WS-OWNERS-PATH
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-ELOG-PATH FROM ENVIRONMENT "ERROR_LOG_FILE".
            IF WS-ELOG-PATH = SPACES
            EXIT.
      *-----------------------------------------------------------------
       A0300-TAKE-SNAPSHOT.
            MOVE "N" TO WS-OWNERS-OPEN.
            OPEN INPUT owner-file.
            IF WS-FS-OWNERS = "00"
                MOVE "Y" TO WS-OWNERS-OPEN
            END-IF.
            PERFORM A0310-COUNT-ROSTER.
            PERFORM A0320-COUNT-APPOINTMENTS.
            PERFORM A0330-COUNT-CANCELLATIONS.
            PERFORM A0340-COUNT-WAITLIST.
            PERFORM A0350-COUNT-ERRORS.
            IF WS-HAVE-OWNERS
                CLOSE owner-file
            END-IF.
            OPEN EXTEND metrics-file.
            IF NOT WS-FS-METRICS-OK
                CLOSE metrics-file
            END-STRING.
            WRITE metrics-rec.
            CLOSE metrics-file.
            PERFORM A0400-WRITE-BRANCH-SNAPSHOT.
            DISPLAY "Indicadores del dia anotados en la historia.".
            EXIT.
      *-----------------------------------------------------------------
       A0400-WRITE-BRANCH-SNAPSHOT.
            OPEN EXTEND branch-metrics-file.
            IF NOT WS-FS-METRICS-OK
                CLOSE branch-metrics-file
                OPEN OUTPUT branch-metrics-file
            END-IF.
            IF NOT WS-FS-METRICS-OK
                DISPLAY "No se pudo grabar la historia por sucursal, "
                    "estado: " WS-FS-METRICS
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-BRN-I FROM 1 BY 1
                    UNTIL WS-BRN-I > WS-BRN-COUNT
                MOVE SPACES TO branch-metrics-rec
                STRING WS-TODAY-DATE "|" WS-BRN-CODE(WS-BRN-I)
                    "|" WS-BRN-APPT-TOTAL(WS-BRN-I)
                    "|" WS-BRN-APPT-TODAY(WS-BRN-I)
                    "|" WS-BRN-CANC-TODAY(WS-BRN-I)
                    "|" WS-BRN-WAIT-DEPTH(WS-BRN-I)
                    DELIMITED BY SIZE INTO branch-metrics-rec
                END-STRING
                WRITE branch-metrics-rec
            END-PERFORM.
            CLOSE branch-metrics-file.
            EXIT.
      *-----------------------------------------------------------------
      *   The branch slot for WS-LOOK-OWNER, left in WS-BRN-I; zero
      *   once WS-BRN-MAX branches are taken and this one is new,
      *   so that owner only reaches the consolidated counts.
       A0450-FIND-OWNER-BRANCH.
            IF WS-LOOK-OWNER NOT = WS-LAST-OWNER
                MOVE WS-LOOK-OWNER TO WS-LAST-OWNER
                MOVE SPACES TO WS-CUR-BRANCH
                IF WS-HAVE-OWNERS
                    MOVE WS-LOOK-OWNER TO own-id
                    READ owner-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE own-branch TO WS-CUR-BRANCH
                    END-READ
                END-IF
                IF WS-CUR-BRANCH = SPACES
                    MOVE CFG-DEFAULT-HEAD-BRANCH TO WS-CUR-BRANCH
                END-IF
            END-IF.
            PERFORM VARYING WS-BRN-I FROM 1 BY 1
                    UNTIL WS-BRN-I > WS-BRN-COUNT
                    OR WS-BRN-CODE(WS-BRN-I) = WS-CUR-BRANCH
                CONTINUE
            END-PERFORM.
            IF WS-BRN-I > WS-BRN-COUNT
                IF WS-BRN-COUNT < WS-BRN-MAX
                    ADD 1 TO WS-BRN-COUNT
                    MOVE WS-BRN-COUNT TO WS-BRN-I
                    MOVE WS-CUR-BRANCH TO WS-BRN-CODE(WS-BRN-I)
                    MOVE ZERO TO WS-BRN-APPT-TOTAL(WS-BRN-I)
                        WS-BRN-APPT-TODAY(WS-BRN-I)
                        WS-BRN-CANC-TODAY(WS-BRN-I)
                        WS-BRN-WAIT-DEPTH(WS-BRN-I)
                ELSE
                    MOVE ZERO TO WS-BRN-I
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0310-COUNT-ROSTER.
            MOVE "N" TO WS-EOF-SW.
            END-READ.
            PERFORM UNTIL EOF-current-file
                ADD 1 TO WS-APPT-TOTAL
                MOVE rec-owner TO WS-LOOK-OWNER
                PERFORM A0450-FIND-OWNER-BRANCH
                IF WS-BRN-I NOT = ZERO
                    ADD 1 TO WS-BRN-APPT-TOTAL(WS-BRN-I)
                END-IF
                IF rec-year = WS-TODAY-YYYY
                   AND rec-month = WS-TODAY-MM
                   AND rec-day = WS-TODAY-DD
                    ADD 1 TO WS-APPT-TODAY
                    IF WS-BRN-I NOT = ZERO
                        ADD 1 TO WS-BRN-APPT-TODAY(WS-BRN-I)
                    END-IF
                END-IF
                READ appt-file
                    AT END SET EOF-current-file TO TRUE
            PERFORM UNTIL EOF-current-file
                IF canc-stamp-date = WS-TODAY-DATE
                    ADD 1 TO WS-CANC-TODAY
                    MOVE canc-owner TO WS-LOOK-OWNER
                    PERFORM A0450-FIND-OWNER-BRANCH
                    IF WS-BRN-I NOT = ZERO
                        ADD 1 TO WS-BRN-CANC-TODAY(WS-BRN-I)
                    END-IF
                END-IF
                READ cancel-file
                    AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                ADD 1 TO WS-WAIT-DEPTH
                MOVE wl-owner TO WS-LOOK-OWNER
                PERFORM A0450-FIND-OWNER-BRANCH
                IF WS-BRN-I NOT = ZERO
                    ADD 1 TO WS-BRN-WAIT-DEPTH(WS-BRN-I)
                END-IF
                READ wait-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                END-READ
            END-PERFORM.
            CLOSE metrics-file.
            PERFORM A0750-BRANCH-TREND.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            DISPLAY "Tendencia de indicadores enviada al spool.".
            EXIT.
      *-----------------------------------------------------------------
      *   The branch history follows the consolidated one on the
      *   same spool member; no branch history yet is no section.
       A0750-BRANCH-TREND.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT branch-metrics-file.
            IF NOT WS-FS-METRICS-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE "fecha|sucursal|citas|citas-hoy|cancel-hoy|espera"
                TO WS-REPORT-LINE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            READ branch-metrics-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                SET lk-spool-op-line TO TRUE
                MOVE branch-metrics-rec TO lk-spool-line
                CALL "print-spool" USING lk-spool-op,
                    lk-spool-name, lk-spool-line, lk-spool-status
                READ branch-metrics-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE branch-metrics-file.
            EXIT.
       END PROGRAM metrics-snapshot.
