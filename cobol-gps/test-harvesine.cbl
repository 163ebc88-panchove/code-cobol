                ACCESS MODE IS DYNAMIC
                RECORD KEY IS loc-key OF loc-rec
                FILE STATUS IS WS-FS-LOC.

            SELECT leg-file
                ASSIGN TO DYNAMIC WS-LEG-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS leg-key OF leg-rec
                FILE STATUS IS WS-FS-LEG.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
            05 in-lat-b         PIC S9(3)V9(6) SIGN LEADING SEPARATE.
            05 FILLER           PIC X VALUE SPACE.
            05 in-lon-b         PIC S9(3)V9(6) SIGN LEADING SEPARATE.
      *     the freight customer the leg is billed to, when billing
      *     names one (see leg-file)
            05 FILLER           PIC X VALUE SPACE.
            05 in-raw-cust      PIC X(08).
      *   Control view of the same line: an optional header ("H")
      *   and trailer ("T" plus the expected detail count) bracket
      *   the transfer from the dispatch system; a count that does
            05 FILLER           PIC X(38).

      *   Alternate view of the same line: a pair of place codes
      *   ("CCS   VLN") resolved against the locations master, and
      *   the freight customer code after them ("CCS   VLN   CLI01").
      *   A line starting with a sign is raw coordinates; anything
      *   else is taken as codes.
        01 coord-code-rec.
            05 in-code-a        PIC X(05).
            05 FILLER           PIC X(01).
            05 in-code-b        PIC X(05).
            05 FILLER           PIC X(01).
            05 in-code-cust     PIC X(08).
            05 FILLER           PIC X(36).

      *   One tariff band per line: effective date, band limits in
      *     pairs counted so far, resumed on restart so the trailer's
      *     control total still compares against the WHOLE batch
            05 chk-pairs        PIC 9(07).
            05 FILLER           PIC X(01).
      *     start stamp of the run being resumed, so the legs it
      *     reprocesses keep their ledger keys
            05 chk-batch        PIC X(14).

       FD loc-file.
        01 loc-rec.
           COPY "cpy/location-rec".

      *   Freight leg ledger: every priced leg whose line names a
      *   customer, for the monthly invoice run (freight-invoice).
       FD leg-file.
        01 leg-rec.
           COPY "cpy/freight-leg-rec".

      *   Widened from the classic 132 print positions when the
      *   freight cost joined the detail line.
       FD results-file.
        88 WS-UNKNOWN-CODE      VALUE "Y".
       77 WS-NAME-A             PIC X(30) VALUE SPACES.
       77 WS-NAME-B             PIC X(30) VALUE SPACES.
      *   A code pair with either end standing on a postal-code
      *   centroid prices off an approximate distance; its line says
      *   so and the run counts them.
       77 WS-PAIR-APPROX        PIC X(01) VALUE "N".
        88 WS-APPROX-PAIR       VALUE "Y".
       77 WS-APPROX-COUNT       PIC 9(05) COMP VALUE ZERO.
      *   Freight pricing off the tariff bands in effect today; the
      *   kms figure already on each line is multiplied by its
      *   band's rate and the run is totaled.
       77 WS-TOTAL-COST         PIC S9(11)V99 VALUE ZERO.
       77 WS-COST-DISP          PIC -(9)9.99 VALUE ZERO.
       77 WS-TOTAL-COST-DISP    PIC -(11)9.99 VALUE ZERO.
      *   Freight leg ledger: opened on the first line that names a
      *   customer, keyed by this run's start stamp (kept across a
      *   restart through the checkpoint) and the input line number.
       77 WS-LEG-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-LEG             PIC X(02) VALUE "00".
           88 WS-FS-LEG-OK          VALUE "00" "02".
       77 WS-LEG-STATE          PIC X(01) VALUE "N".
        88 WS-LEG-IS-OPEN       VALUE "Y".
        88 WS-LEG-UNAVAILABLE   VALUE "X".
       77 WS-LINE-CUST          PIC X(08) VALUE SPACES.
       01 WS-BATCH-STAMP.
           05 WS-BATCH-DATE     PIC 9(08) VALUE ZERO.
           05 WS-BATCH-TIME     PIC 9(06) VALUE ZERO.
       77 WS-CLOCK              PIC 9(08) VALUE ZERO.
       77 WS-LEG-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77 WS-LEG-KEPT           PIC 9(05) COMP VALUE ZERO.
      *   Checkpoint/restart: every GPS_CHECKPOINT_EVERY input lines
      *   the count of lines processed is rewritten to the
      *   checkpoint file; a run started with GPS_RESTART=Y reads it
            END-IF.
            ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "GPS_RESTART".
            ACCEPT WS-DIST-MODEL FROM ENVIRONMENT "GPS_DIST_MODEL".
            ACCEPT WS-LEG-PATH FROM ENVIRONMENT "GPS_FREIGHT_LEGS".
            IF WS-LEG-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-FRT-LEGS TO WS-LEG-PATH
            END-IF.
            ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CLOCK FROM TIME.
            MOVE WS-CLOCK(1:6) TO WS-BATCH-TIME.
            PERFORM A0305-LOAD-TARIFF.
            OPEN INPUT coord-file.
            IF WS-IS-RESTART
                            WS-COST-DISP DELIMITED BY SIZE
                            INTO result-rec
                        END-STRING
                        IF WS-APPROX-PAIR
                            ADD 1 TO WS-APPROX-COUNT
                            STRING
                                FUNCTION TRIM(result-rec)
                                          DELIMITED BY SIZE
                                " (aprox.)" DELIMITED BY SIZE
                                INTO result-rec
                            END-STRING
                        END-IF
                    ELSE
                        STRING
                            "Origen(" DELIMITED BY SIZE
                            INTO result-rec
                        END-STRING
                    END-IF
                    IF WS-LINE-CUST NOT = SPACES
                        STRING
                            FUNCTION TRIM(result-rec)
                                      DELIMITED BY SIZE
                            " Cliente=" DELIMITED BY SIZE
                            WS-LINE-CUST DELIMITED BY SPACE
                            INTO result-rec
                        END-STRING
                        PERFORM A0390-WRITE-FREIGHT-LEG
                    END-IF
                END-IF
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM A0320-WRITE-PAGE-HEADER
            IF WS-HAS-LOC-MASTER
                CLOSE loc-file
            END-IF.
            IF WS-LEG-IS-OPEN
                CLOSE leg-file
            END-IF.
      *     the journal hands lk-jj-rc back through RETURN-CODE, so
      *     a PHASE mark must stage the LIVE code, not zero -- a
      *     rejection already logged must still fail the step
                WS-JJ-RC.
            DISPLAY "Pares procesados: " WS-PAIR-COUNT.
            DISPLAY "Pares rechazados: " WS-REJECT-COUNT.
            IF WS-APPROX-COUNT > ZERO
                DISPLAY "Pares con ubicacion aproximada: "
                    WS-APPROX-COUNT
            END-IF.
            IF WS-TARIFF-LOADED
                MOVE WS-TOTAL-COST TO WS-TOTAL-COST-DISP
                DISPLAY "Costo total de la corrida: "
                    WS-TOTAL-COST-DISP
            END-IF.
            IF WS-LEG-WRITTEN > ZERO OR WS-LEG-KEPT > ZERO
                DISPLAY "Tramos a facturar registrados: "
                    WS-LEG-WRITTEN
                IF WS-LEG-KEPT > ZERO
                    DISPLAY "Tramos ya facturados, no reescritos: "
                        WS-LEG-KEPT
                END-IF
            END-IF.
            PERFORM A0380-VERIFY-CONTROL-TOTALS.
      *     corrida completa: el punto de control vuelve a cero para
      *     que el proximo reinicio arranque desde el principio
            ADD WS-PAIR-COST TO WS-TOTAL-COST.
            MOVE WS-PAIR-COST TO WS-COST-DISP.
            EXIT.
      *-----------------------------------------------------------------
      *   A priced leg that names a customer goes to the freight leg
      *   ledger for the monthly invoice run.  A restarted run meets
      *   its own earlier legs under the same key and rewrites them,
      *   unless an invoice run has already billed them.  A ledger
      *   that cannot be opened fails the run: billing would
      *   otherwise lose the legs without a word.
       A0390-WRITE-FREIGHT-LEG.
            IF WS-LEG-UNAVAILABLE
                EXIT PARAGRAPH
            END-IF.
            IF NOT WS-LEG-IS-OPEN
                OPEN I-O leg-file
                IF NOT WS-FS-LEG-OK
                    OPEN OUTPUT leg-file
                    CLOSE leg-file
                    OPEN I-O leg-file
                END-IF
                IF WS-FS-LEG-OK
                    SET WS-LEG-IS-OPEN TO TRUE
                ELSE
                    SET WS-LEG-UNAVAILABLE TO TRUE
                    MOVE "test-harvesine" TO WS-LOG-PROGRAM
                    MOVE "A0390-WRITE-LEG" TO WS-LOG-PARAGRAPH
                    MOVE RC-ERROR TO WS-LOG-CODE
                    MOVE "No se pudo abrir el registro de tramos a "
                        & "facturar" TO WS-LOG-MESSAGE
                    CALL "log-error" USING WS-LOG-PROGRAM,
                        WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                    MOVE RC-ERROR TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE WS-BATCH-DATE TO leg-batch-date.
            MOVE WS-BATCH-TIME TO leg-batch-time.
            MOVE WS-LINES-DONE TO leg-line.
            READ leg-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT leg-unbilled
                        ADD 1 TO WS-LEG-KEPT
                        EXIT PARAGRAPH
                    END-IF
            END-READ.
            MOVE SPACES TO leg-rec.
            MOVE WS-BATCH-DATE TO leg-batch-date.
            MOVE WS-BATCH-TIME TO leg-batch-time.
            MOVE WS-LINES-DONE TO leg-line.
            MOVE WS-LINE-CUST TO leg-cust-code.
            IF WS-CODES-LINE
                MOVE FUNCTION UPPER-CASE(in-code-a) TO leg-from-code
                MOVE FUNCTION UPPER-CASE(in-code-b) TO leg-to-code
                MOVE WS-NAME-A TO leg-from-name
                MOVE WS-NAME-B TO leg-to-name
            ELSE
                STRING FUNCTION TRIM(WS-LAT-A-DISP) ","
                    FUNCTION TRIM(WS-LON-A-DISP)
                    DELIMITED BY SIZE INTO leg-from-name
                END-STRING
                STRING FUNCTION TRIM(WS-LAT-B-DISP) ","
                    FUNCTION TRIM(WS-LON-B-DISP)
                    DELIMITED BY SIZE INTO leg-to-name
                END-STRING
            END-IF.
            COMPUTE leg-kms ROUNDED = kms OF distance.
            MOVE WS-PAIR-COST TO leg-cost.
            IF WS-APPROX-PAIR
                MOVE "A" TO leg-precision
            END-IF.
            MOVE ZERO TO leg-invoice.
            WRITE leg-rec
                INVALID KEY
                    REWRITE leg-rec
                    END-REWRITE
            END-WRITE.
            ADD 1 TO WS-LEG-WRITTEN.
            EXIT.
      *-----------------------------------------------------------------
       A0310-READ-CHECKPOINT.
            OPEN INPUT chk-file.
                        IF chk-pairs IS NUMERIC
                            MOVE chk-pairs TO WS-PAIR-COUNT
                        END-IF
                        IF chk-batch IS NUMERIC
                           AND chk-batch NOT = ZERO
                            MOVE chk-batch TO WS-BATCH-STAMP
                        END-IF
                END-READ
                CLOSE chk-file
            END-IF.
                MOVE SPACES TO chk-rec
                MOVE WS-CHK-LINES TO chk-count
                MOVE WS-PAIR-COUNT TO chk-pairs
                MOVE WS-BATCH-STAMP TO chk-batch
                WRITE chk-rec
                CLOSE chk-file
            END-IF.
      *   pair pricing a 9000 km "local" delivery with a straight
      *   face.
       A0340-RESOLVE-INPUT-LINE.
            MOVE "N" TO WS-PAIR-IS-CODES WS-PAIR-BAD-CODE
                WS-PAIR-APPROX.
            MOVE SPACES TO WS-LINE-CUST.
            IF in-lat-a(1:1) = "+" OR in-lat-a(1:1) = "-"
                MOVE FUNCTION UPPER-CASE(in-raw-cust) TO WS-LINE-CUST
                MOVE in-lat-a TO laty OF coord-a
                MOVE in-lon-a TO lonx OF coord-a
                MOVE in-lat-b TO laty OF coord-b
                EXIT PARAGRAPH
            END-IF.
            MOVE "Y" TO WS-PAIR-IS-CODES.
            MOVE FUNCTION UPPER-CASE(in-code-cust) TO WS-LINE-CUST.
            IF NOT WS-HAS-LOC-MASTER
                MOVE "Y" TO WS-PAIR-BAD-CODE
                MOVE SPACES TO result-rec
                    MOVE loc-name OF loc-rec TO WS-NAME-A
                    MOVE loc-lat OF loc-rec TO laty OF coord-a
                    MOVE loc-lon OF loc-rec TO lonx OF coord-a
                    IF loc-is-approx OF loc-rec
                        MOVE "Y" TO WS-PAIR-APPROX
                    END-IF
            END-READ.
            IF NOT WS-UNKNOWN-CODE
                MOVE FUNCTION UPPER-CASE(in-code-b)
                        MOVE loc-name OF loc-rec TO WS-NAME-B
                        MOVE loc-lat OF loc-rec TO laty OF coord-b
                        MOVE loc-lon OF loc-rec TO lonx OF coord-b
                        IF loc-is-approx OF loc-rec
                            MOVE "Y" TO WS-PAIR-APPROX
                        END-IF
                END-READ
            END-IF.
            IF WS-UNKNOWN-CODE
