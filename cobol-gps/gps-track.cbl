      * time order, when it ENTERED and LEFT each zone and how long
      * it stayed -- plus a closing summary of minutes-in-zone per
      * unit per zone for the shift.  Circles and polygon zones
      * alike, since zone-check owns the in/out test.  The zone
      * state and the summary live in storage that grows through
      * the shared table-grow subprogram, so a shift with more zones
      * or more unit/zone stays than last year's fleet still comes
      * out whole; a summary past its addressable ceiling is logged
      * through log-error and the run ends with RC-WARNING, never
      * cut short in silence.  Compile together with zone-check.cbl,
      * table-grow.cbl and test-harvesine.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-track.
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/table-grow".
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
       77 WS-ZONE-COUNT         PIC 9(03) VALUE ZERO.
       77 WS-ZI                 PIC 9(03) VALUE ZERO.
      *   per-zone containment state of the unit in progress: is it
      *   inside, and since which absolute minute -- one entry per
      *   loaded zone, sized once the zones are in (zone-check
      *   numbers its zones in three digits, hence the 999)
       77 WS-STATE-PTR          USAGE POINTER VALUE NULL.
       77 WS-STATE-CAP          PIC 9(09) COMP VALUE ZERO.
       77 WS-STATE-CEILING      PIC 9(09) COMP VALUE 999.
       01 WS-STATE-TABLE BASED.
           05 WS-STATE-ENTRY OCCURS 999 TIMES.
               10 WS-STATE-IN       PIC X(01).
               10 WS-STATE-SINCE    PIC 9(12).
       77 WS-CUR-UNIT           PIC X(10) VALUE SPACES.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-POINT-COUNT        PIC 9(06) VALUE ZERO.
       77 WS-EVENT-COUNT        PIC 9(05) VALUE ZERO.
      *   minutes-in-zone summary per unit per zone for the shift,
      *   grown through table-grow as new unit/zone pairs turn up
       77 WS-SUM-PTR            USAGE POINTER VALUE NULL.
       77 WS-SUM-CAP            PIC 9(09) COMP VALUE ZERO.
       77 WS-SUM-MAX            PIC 9(09) COMP VALUE 99999.
       77 WS-SUM-COUNT          PIC 9(06) COMP VALUE ZERO.
       77 WS-SUM-DROPPED        PIC 9(07) VALUE ZERO.
       01 WS-SUM-TABLE BASED.
           05 WS-SUM-ENTRY OCCURS 99999 TIMES.
               10 WS-SUM-UNIT       PIC X(10).
               10 WS-SUM-ZONE       PIC X(06).
               10 WS-SUM-MINUTES    PIC 9(07).
       77 WS-SUM-I              PIC 9(06) COMP VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN SECTION.
                PERFORM A0900-END-JOURNAL
                STOP RUN
            END-IF.
            PERFORM A0200-SIZE-STATE-TABLE.
            OPEN INPUT track-file.
            IF NOT WS-FS-TRACK-OK
                DISPLAY "No se pudo abrir la pista, estado: "
            CLOSE track-report.
            DISPLAY "Puntos de pista: " WS-POINT-COUNT
                "  eventos: " WS-EVENT-COUNT.
            IF WS-SUM-DROPPED > ZERO
                DISPLAY "Estadias fuera del resumen: " WS-SUM-DROPPED
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            PERFORM A0800-FREE-TABLES.
            PERFORM A0900-END-JOURNAL.
            STOP RUN.
      *-----------------------------------------------------------------
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
      *   One state entry per zone zone-check loaded; zone-check
      *   cannot number more than the view addresses, so this
      *   allocation cannot come up short.
       A0200-SIZE-STATE-TABLE.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-STATE-PTR.
            MOVE WS-STATE-CAP TO lk-tg-capacity.
            MOVE WS-ZONE-COUNT TO lk-tg-needed.
            MOVE LENGTH OF WS-STATE-ENTRY TO lk-tg-entry-len.
            MOVE WS-STATE-CEILING TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-STATE-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-STATE-CAP.
            SET ADDRESS OF WS-STATE-TABLE TO WS-STATE-PTR.
            EXIT.
      *-----------------------------------------------------------------
       A0300-PLAY-ONE-POINT.
            IF in-unit = SPACES
                CONTINUE
            END-PERFORM.
            IF WS-SUM-I > WS-SUM-COUNT
                PERFORM A0550-GROW-SUMMARY
                IF lk-tg-full
                    PERFORM A0560-LOG-SUMMARY-FULL
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-SUM-COUNT
            END-IF.
            ADD WS-STAY-MINUTES TO WS-SUM-MINUTES(WS-SUM-I).
            EXIT.
      *-----------------------------------------------------------------
       A0550-GROW-SUMMARY.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-SUM-PTR.
            MOVE WS-SUM-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-SUM-COUNT + 1.
            MOVE LENGTH OF WS-SUM-ENTRY TO lk-tg-entry-len.
            MOVE WS-SUM-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-SUM-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-SUM-CAP.
            SET ADDRESS OF WS-SUM-TABLE TO WS-SUM-PTR.
            EXIT.
      *-----------------------------------------------------------------
      *   The first stay the summary cannot hold is logged; the rest
      *   are only counted, for the closing line.
       A0560-LOG-SUMMARY-FULL.
            ADD 1 TO WS-SUM-DROPPED.
            IF WS-SUM-DROPPED > 1
                EXIT PARAGRAPH
            END-IF.
            MOVE "gps-track" TO WS-LOG-PROGRAM.
            MOVE "A0500-ADD-TO-SUMMARY" TO WS-LOG-PARAGRAPH.
            MOVE RC-WARNING TO WS-LOG-CODE.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING "Resumen lleno; estadias sin sumar desde "
                WS-CUR-UNIT DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING.
            CALL "log-error" USING WS-LOG-PROGRAM, WS-LOG-PARAGRAPH,
                WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
      *-----------------------------------------------------------------
      *   A track that ends with the unit still inside a zone closes
      *   the stay at the last fix, flagged so the reader knows the
                END-STRING
                WRITE track-report-line
            END-PERFORM.
            IF WS-SUM-DROPPED > ZERO
                MOVE SPACES TO track-report-line
                STRING "  *** " WS-SUM-DROPPED
                    " estadias no caben en el resumen ***"
                    DELIMITED BY SIZE INTO track-report-line
                END-STRING
                WRITE track-report-line
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0800-FREE-TABLES.
            SET lk-tg-op-free TO TRUE.
            SET lk-tg-ptr TO WS-STATE-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-STATE-PTR TO NULL.
            SET lk-tg-ptr TO WS-SUM-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-SUM-PTR TO NULL.
            EXIT.
       END PROGRAM gps-track.
