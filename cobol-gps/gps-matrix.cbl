      * (GPS_DIST_MODEL, "E" = Andoyer ellipsoid).  Output goes
      * through the shared print-spool subprogram.  Compile together
      * with test-harvesine.cbl, which holds the function bodies.
      * A site still standing on its postal code's centroid is
      * marked "(aprox.)" wherever it appears, and a legend under
      * the model line says what the mark means.  The master rides
      * in storage that grows with it through the shared table-grow
      * subprogram (compile also with table-grow.cbl); a master past
      * the table's addressable ceiling is logged through log-error
      * and the run ends with RC-WARNING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gps-matrix.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/print-spool".
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
        88 EOF-loc-file         VALUE "Y".
       77 WS-DIST-MODEL         PIC X(01) VALUE "H".
        88 WS-MODEL-ELLIPSOID   VALUE "E" "e".
      *   the master rides in memory for the pairing, in storage
      *   grown through table-grow as the master is read
       77 WS-SITE-PTR           USAGE POINTER VALUE NULL.
       77 WS-SITE-CAP           PIC 9(09) COMP VALUE ZERO.
       77 WS-SITE-MAX           PIC 9(09) COMP VALUE 99999.
       77 WS-SITE-COUNT         PIC 9(06) COMP VALUE ZERO.
       77 WS-SITE-DROPPED       PIC 9(06) VALUE ZERO.
       01 WS-SITE-TABLE BASED.
           05 WS-SITE-ENTRY OCCURS 99999 TIMES.
               10 WS-SITE-CODE      PIC X(05).
               10 WS-SITE-NAME      PIC X(30).
               10 WS-SITE-LAT       COMP-2.
               10 WS-SITE-LON       COMP-2.
               10 WS-SITE-APPROX    PIC X(01).
       77 WS-APPROX-SITES       PIC 9(06) COMP VALUE ZERO.
       77 WS-APPROX-TAG         PIC X(09) VALUE SPACES.
       77 WS-I                  PIC 9(06) COMP VALUE ZERO.
       77 WS-J                  PIC 9(06) COMP VALUE ZERO.
       01 coord-a.
        05 laty             COMP-2    VALUE ZERO.
        05 lonx             COMP-2    VALUE ZERO.
            88 calc-invalid-coords  VALUE "1".
       77 WS-KMS-DISP           PIC -(6)9.9(3) VALUE ZERO.
       77 WS-MILES-DISP         PIC -(6)9.9(3) VALUE ZERO.
       77 WS-PAIR-COUNT         PIC 9(10) VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
            END-IF.
            PERFORM A0200-LOAD-SITES.
            CLOSE loc-file.
            IF WS-SITE-DROPPED > ZERO
                PERFORM A0260-LOG-SITES-DROPPED
            END-IF.
            IF WS-SITE-COUNT < 2
                DISPLAY "Menos de dos lugares; nada que cruzar."
                PERFORM A0950-FREE-SITES
                PERFORM A0900-END-JOURNAL
                STOP RUN
            END-IF.
                    TO WS-REPORT-LINE
            END-IF.
            PERFORM A0800-SPOOL-ONE-LINE.
            IF WS-APPROX-SITES > ZERO
                MOVE "(aprox.) = ubicacion tomada del centroide del "
                    & "codigo postal, pendiente de relevamiento"
                    TO WS-REPORT-LINE
                PERFORM A0800-SPOOL-ONE-LINE
            END-IF.
            PERFORM A0300-WRITE-MATRIX.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Pares reportados: " WS-PAIR-COUNT
                lk-spool-line, lk-spool-status.
            DISPLAY "Matriz de distancias enviada al spool; pares: "
                WS-PAIR-COUNT.
            PERFORM A0950-FREE-SITES.
            PERFORM A0900-END-JOURNAL.
            STOP RUN.
      *-----------------------------------------------------------------
                AT END SET EOF-loc-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-loc-file
                IF NOT loc-is-retired OF loc-rec
                    PERFORM A0240-TAKE-SITE
                END-IF
                READ loc-file
                    AT END SET EOF-loc-file TO TRUE
                END-READ
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0240-TAKE-SITE.
            PERFORM A0250-GROW-SITE-TABLE.
            IF lk-tg-full
                ADD 1 TO WS-SITE-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SITE-COUNT.
            MOVE loc-code OF loc-rec TO WS-SITE-CODE(WS-SITE-COUNT).
            MOVE loc-name OF loc-rec TO WS-SITE-NAME(WS-SITE-COUNT).
            MOVE loc-lat OF loc-rec TO WS-SITE-LAT(WS-SITE-COUNT).
            MOVE loc-lon OF loc-rec TO WS-SITE-LON(WS-SITE-COUNT).
            MOVE loc-precision OF loc-rec
                TO WS-SITE-APPROX(WS-SITE-COUNT).
            IF loc-is-approx OF loc-rec
                ADD 1 TO WS-APPROX-SITES
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0250-GROW-SITE-TABLE.
            SET lk-tg-op-grow TO TRUE.
            SET lk-tg-ptr TO WS-SITE-PTR.
            MOVE WS-SITE-CAP TO lk-tg-capacity.
            COMPUTE lk-tg-needed = WS-SITE-COUNT + 1.
            MOVE LENGTH OF WS-SITE-ENTRY TO lk-tg-entry-len.
            MOVE WS-SITE-MAX TO lk-tg-ceiling.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-SITE-PTR TO lk-tg-ptr.
            MOVE lk-tg-capacity TO WS-SITE-CAP.
            SET ADDRESS OF WS-SITE-TABLE TO WS-SITE-PTR.
            EXIT.
      *-----------------------------------------------------------------
       A0260-LOG-SITES-DROPPED.
            DISPLAY "Aviso: lugares fuera de la matriz: "
                WS-SITE-DROPPED.
            MOVE "gps-matrix" TO WS-LOG-PROGRAM.
            MOVE "A0200-LOAD-SITES" TO WS-LOG-PARAGRAPH.
            MOVE RC-WARNING TO WS-LOG-CODE.
            MOVE SPACES TO WS-LOG-MESSAGE.
            STRING "Lugares sin lugar en la matriz: " WS-SITE-DROPPED
                DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING.
            CALL "log-error" USING WS-LOG-PROGRAM, WS-LOG-PARAGRAPH,
                WS-LOG-CODE, WS-LOG-MESSAGE.
            MOVE RC-WARNING TO RETURN-CODE.
            EXIT.
      *-----------------------------------------------------------------
       A0950-FREE-SITES.
            SET lk-tg-op-free TO TRUE.
            SET lk-tg-ptr TO WS-SITE-PTR.
            CALL "table-grow" USING lk-tg-op, lk-tg-ptr,
                lk-tg-capacity, lk-tg-needed, lk-tg-entry-len,
                lk-tg-ceiling, lk-tg-status.
            SET WS-SITE-PTR TO NULL.
            EXIT.
      *-----------------------------------------------------------------
      *   The triangular half: each pair once, grouped under its
      *   origin row.
       A0300-WRITE-MATRIX.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-SITE-COUNT
                MOVE SPACES TO WS-APPROX-TAG
                IF WS-SITE-APPROX(WS-I) = "A"
                    MOVE " (aprox.)" TO WS-APPROX-TAG
                END-IF
                MOVE SPACES TO WS-REPORT-LINE
                STRING "Desde " WS-SITE-CODE(WS-I) " "
                    FUNCTION TRIM(WS-SITE-NAME(WS-I))
                    WS-APPROX-TAG
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0800-SPOOL-ONE-LINE
            ELSE
                MOVE kms OF distance TO WS-KMS-DISP
                MOVE miles OF distance TO WS-MILES-DISP
      *         either end on a centroid makes the figure approximate
                MOVE SPACES TO WS-APPROX-TAG
                IF WS-SITE-APPROX(WS-I) = "A"
                   OR WS-SITE-APPROX(WS-J) = "A"
                    MOVE " (aprox.)" TO WS-APPROX-TAG
                END-IF
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  -> " WS-SITE-CODE(WS-J) " "
                    WS-SITE-NAME(WS-J)(1:20)
                    " Km=" WS-KMS-DISP
                    " Millas=" WS-MILES-DISP
                    WS-APPROX-TAG
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
            END-IF.
