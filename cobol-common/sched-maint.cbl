      * SCHED-MAINT
      * Maintenance for the job-stream schedule master the nightly
      * shell consults (one line per step: step name, frequency,
      * enabled flag, whether a failure of the step blocks its
      * dependents, and up to five predecessor steps), so a weekly
      * or month-end job stops being a hand-edit of the shell script
      * that twice this year skipped the backup.  Frequencies:
      * DIARIA, HABILES (weekdays), SEMANAL-n (n = 1..7,
      * lunes..domingo), FINMES.  The nightly stream holds a step
      * whose blocking predecessor failed and runs everything else;
      * a predecessor must come earlier in the stream.  Prompt-driven
      * in the same style as room-maint.
      ******************************************************************
       IDENTIFICATION DIVISION.
            05 sch-freq         PIC X(10).
            05 FILLER           PIC X(01).
            05 sch-enabled      PIC X(01).
            05 FILLER           PIC X(01).
            05 sch-blocks       PIC X(01).
            05 FILLER           PIC X(01).
            05 sch-preds        PIC X(40).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
               10 WS-ROW-STEP       PIC X(20).
               10 WS-ROW-FREQ       PIC X(10).
               10 WS-ROW-ON         PIC X(01).
               10 WS-ROW-BLOCKS     PIC X(01).
               10 WS-ROW-PREDS      PIC X(40).
       77 WS-I                  PIC 99 COMP VALUE ZERO.
       77 WS-FOUND              PIC 99 COMP VALUE ZERO.
       77 WS-WORK-STEP          PIC X(20) VALUE SPACES.
       77 WS-WORK-FREQ          PIC X(10) VALUE SPACES.
       77 WS-WORK-ON            PIC X(01) VALUE SPACE.
       77 WS-WORK-BLOCKS        PIC X(01) VALUE SPACE.
       77 WS-WORK-PREDS         PIC X(40) VALUE SPACES.
      *   the predecessors as keyed, one step name each
       01 WS-PRED-LIST.
           05 WS-PRED-ITEM      PIC X(08) OCCURS 5 TIMES.
       77 WS-PI                 PIC 99 COMP VALUE ZERO.
       77 WS-PRED-OK            PIC X(01) VALUE "Y".
        88 WS-PREDS-VALID       VALUE "Y".
       77 WS-FREQ-OK            PIC X(01) VALUE "N".
        88 WS-FREQ-VALID        VALUE "Y".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
                    MOVE sch-step TO WS-ROW-STEP(WS-ROW-COUNT)
                    MOVE sch-freq TO WS-ROW-FREQ(WS-ROW-COUNT)
                    MOVE sch-enabled TO WS-ROW-ON(WS-ROW-COUNT)
                    IF sch-blocks = "N"
                        MOVE "N" TO WS-ROW-BLOCKS(WS-ROW-COUNT)
                    ELSE
                        MOVE "S" TO WS-ROW-BLOCKS(WS-ROW-COUNT)
                    END-IF
                    MOVE sch-preds TO WS-ROW-PREDS(WS-ROW-COUNT)
                END-IF
                READ sched-file
                    AT END SET EOF-sched-file TO TRUE
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-ROW-COUNT
                DISPLAY "  " WS-ROW-STEP(WS-I) " "
                    WS-ROW-FREQ(WS-I) " " WS-ROW-ON(WS-I) " "
                    WS-ROW-BLOCKS(WS-I) " " WS-ROW-PREDS(WS-I)
            END-PERFORM.
            DISPLAY "Pasos en el itinerario: " WS-ROW-COUNT.
            EXIT.
                DISPLAY "Marca invalida; nada que cambiar."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Si falla, retiene a sus dependientes (S/N) [S]: "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BLOCKS.
            MOVE FUNCTION UPPER-CASE(WS-WORK-BLOCKS) TO WS-WORK-BLOCKS.
            IF WS-WORK-BLOCKS = SPACE
                MOVE "S" TO WS-WORK-BLOCKS
            END-IF.
            IF WS-WORK-BLOCKS NOT = "S" AND WS-WORK-BLOCKS NOT = "N"
                DISPLAY "Marca invalida; nada que cambiar."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Predecesores (hasta 5 pasos, en blanco ninguno): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-PREDS.
            PERFORM A0460-VALIDATE-PREDS.
            IF NOT WS-PREDS-VALID
                DISPLAY "Predecesores invalidos; nada que cambiar."
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-FOUND.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-ROW-COUNT
                MOVE WS-WORK-STEP TO WS-ROW-STEP(WS-FOUND)
            END-IF.
            DISPLAY "Confirma grabar " WS-WORK-STEP " "
                WS-WORK-FREQ " " WS-WORK-ON " " WS-WORK-BLOCKS " "
                FUNCTION TRIM(WS-WORK-PREDS) " (S/N): "
                WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                MOVE WS-WORK-FREQ TO WS-ROW-FREQ(WS-FOUND)
                MOVE WS-WORK-ON TO WS-ROW-ON(WS-FOUND)
                MOVE WS-WORK-BLOCKS TO WS-ROW-BLOCKS(WS-FOUND)
                MOVE WS-WORK-PREDS TO WS-ROW-PREDS(WS-FOUND)
                PERFORM A0500-REWRITE-SCHEDULE
                DISPLAY "Itinerario actualizado."
            ELSE
                    CONTINUE
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Each predecessor is a step name (STEPnnn) other than the
      *   step itself; they are stored upper-cased, one space apart.
       A0460-VALIDATE-PREDS.
            MOVE "Y" TO WS-PRED-OK.
            MOVE SPACES TO WS-PRED-LIST.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WORK-PREDS))
                TO WS-WORK-PREDS.
            UNSTRING WS-WORK-PREDS DELIMITED BY ALL SPACE
                INTO WS-PRED-ITEM(1) WS-PRED-ITEM(2) WS-PRED-ITEM(3)
                    WS-PRED-ITEM(4) WS-PRED-ITEM(5)
                ON OVERFLOW MOVE "N" TO WS-PRED-OK
            END-UNSTRING.
            MOVE SPACES TO WS-WORK-PREDS.
            MOVE 1 TO WS-I.
            PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > 5
                IF WS-PRED-ITEM(WS-PI) NOT = SPACES
                    IF WS-PRED-ITEM(WS-PI)(1:4) NOT = "STEP"
                       OR WS-PRED-ITEM(WS-PI)(5:3) IS NOT NUMERIC
                       OR WS-PRED-ITEM(WS-PI)(8:1) NOT = SPACE
                       OR WS-PRED-ITEM(WS-PI) = WS-WORK-STEP
                        MOVE "N" TO WS-PRED-OK
                    ELSE
                        STRING WS-PRED-ITEM(WS-PI)(1:7) " "
                            DELIMITED BY SIZE INTO WS-WORK-PREDS
                            WITH POINTER WS-I
                        END-STRING
                    END-IF
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0500-REWRITE-SCHEDULE.
            OPEN OUTPUT sched-file.
                MOVE WS-ROW-STEP(WS-I) TO sch-step
                MOVE WS-ROW-FREQ(WS-I) TO sch-freq
                MOVE WS-ROW-ON(WS-I) TO sch-enabled
                MOVE WS-ROW-BLOCKS(WS-I) TO sch-blocks
                MOVE WS-ROW-PREDS(WS-I) TO sch-preds
                WRITE sched-rec
            END-PERFORM.
            CLOSE sched-file.
