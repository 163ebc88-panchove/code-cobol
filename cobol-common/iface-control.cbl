      ******************************************************************
      * SHARED INTERFACE-CONTROL SUBPROGRAM
      * One header/trailer convention for every interface file the
      * shop sends or takes in, so the receiving side can tell a
      * truncated transfer from a quiet day.  The caller keeps its
      * own file (LINKAGE layout in cpy/iface-control) and this
      * program builds and checks the two control records:
      *
      *   HDR tttttttttt pppppppppppppppppppp aaaammdd nnnnnn
      *       file type, producing program, run date and the
      *       sequence number of the transmission for that type
      *   TRL tttttttttt ccccccccc hhhhhhhhhhhhhhh
      *       file type, lines between header and trailer, and the
      *       hash total of the file's key field
      *
      * The line count takes every line between the two records,
      * titles included, so any receiver can check it without
      * knowing the layout; the hash takes the key field the
      * producing program names for the file -- a numeric key as it
      * stands, or a name key folded to the sum of its character
      * codes.  Sequence numbers run per file type and are kept in
      * the sequence file (IFACE_SEQ_FILE, default
      * data/iface-seq.txt), one line per type.
      *
      * An inbound file is checked in a pass of its own before the
      * caller applies anything: the first line must be the header
      * for the expected type, the last the trailer, and the trailer
      * must agree with the lines between; otherwise the whole file
      * is rejected with the reason.  Counts and state live in
      * WORKING-STORAGE between CALLs -- one file at a time, which
      * is how the batch jobs read and write them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. iface-control.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seq-file
               ASSIGN TO DYNAMIC WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
       DATA DIVISION.
       FILE SECTION.
       FD seq-file.
        01 seq-rec.
            05 seq-type         PIC X(10).
            05 FILLER           PIC X(01).
            05 seq-last         PIC 9(06).
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-SEQ-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-SEQ             PIC X(02) VALUE "00".
           88 WS-FS-SEQ-OK          VALUE "00".
       77 WS-EOF-SEQ            PIC X(01) VALUE "N".
        88 EOF-seq-file         VALUE "Y".
      *   the sequence file, held whole while one number is issued
       77 WS-SEQ-MAX            PIC 9(02) COMP VALUE 40.
       77 WS-SEQ-COUNT          PIC 9(02) COMP VALUE ZERO.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-ENTRY OCCURS 40 TIMES.
               10 WS-SEQ-TYPE       PIC X(10).
               10 WS-SEQ-LAST       PIC 9(06).
       77 WS-SEQ-I              PIC 9(02) COMP VALUE ZERO.
       77 WS-SEQ-ISSUED         PIC 9(06) VALUE ZERO.
      *   the two control records; the trailer shares the area
       01 WS-CTL-AREA.
           05 WS-HDR-ID         PIC X(04).
           05 WS-HDR-TYPE       PIC X(10).
           05 FILLER            PIC X(01).
           05 WS-HDR-PROGRAM    PIC X(20).
           05 FILLER            PIC X(01).
           05 WS-HDR-RUN-DATE   PIC 9(08).
           05 FILLER            PIC X(01).
           05 WS-HDR-SEQ        PIC 9(06).
           05 FILLER            PIC X(149).
       01 WS-TRL-AREA REDEFINES WS-CTL-AREA.
           05 WS-TRL-ID         PIC X(04).
           05 WS-TRL-TYPE       PIC X(10).
           05 FILLER            PIC X(01).
           05 WS-TRL-COUNT      PIC 9(09).
           05 FILLER            PIC X(01).
           05 WS-TRL-HASH       PIC 9(15).
           05 FILLER            PIC X(160).
      *   running totals of the file being written or checked
       77 WS-LINE-COUNT         PIC 9(09) VALUE ZERO.
       77 WS-HASH-TOTAL         PIC 9(15) VALUE ZERO.
       77 WS-HASH-WORK          PIC 9(16) VALUE ZERO.
       77 WS-FOLD-I             PIC 9(02) COMP VALUE ZERO.
      *   inbound pass: " " nothing read yet, "H" header taken,
      *   "T" trailer taken, "E" already found wrong
       77 WS-IN-STATE           PIC X(01) VALUE SPACE.
           88 WS-IN-NOTHING-YET     VALUE SPACE.
           88 WS-IN-HEADER-TAKEN    VALUE "H".
           88 WS-IN-TRAILER-TAKEN   VALUE "T".
           88 WS-IN-FOUND-WRONG     VALUE "E".
       77 WS-IN-REASON          PIC X(40) VALUE SPACES.
       77 WS-IN-TRL-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-IN-TRL-HASH        PIC 9(15) VALUE ZERO.
       LINKAGE SECTION.
       COPY "cpy/iface-control".
       PROCEDURE DIVISION USING lk-ctl-op, lk-ctl-type,
               lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
               lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
       0000-MAIN.
           SET lk-ctl-ok TO TRUE.
           EVALUATE TRUE
               WHEN lk-ctl-op-header
                   PERFORM 1000-BUILD-HEADER
               WHEN lk-ctl-op-add
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 2500-ADD-TO-HASH
               WHEN lk-ctl-op-trailer
                   PERFORM 3000-BUILD-TRAILER
               WHEN lk-ctl-op-check
                   PERFORM 4000-CHECK-ONE-LINE
               WHEN lk-ctl-op-end-check
                   PERFORM 5000-END-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
       1000-BUILD-HEADER.
           PERFORM 1500-ISSUE-SEQUENCE.
           MOVE ZERO TO WS-LINE-COUNT WS-HASH-TOTAL.
           MOVE SPACES TO WS-CTL-AREA.
           MOVE "HDR " TO WS-HDR-ID.
           MOVE lk-ctl-type TO WS-HDR-TYPE.
           MOVE lk-ctl-program TO WS-HDR-PROGRAM.
           ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-SEQ-ISSUED TO WS-HDR-SEQ.
           MOVE WS-CTL-AREA TO lk-ctl-record.
           EXIT.
      *-----------------------------------------------------------------
      *   Read whole, bumped for the type and written back whole; a
      *   type not in the file yet starts at 1, and so does a
      *   missing file.
       1500-ISSUE-SEQUENCE.
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "IFACE_SEQ_FILE".
           IF WS-SEQ-PATH = SPACES
               MOVE CFG-DEFAULT-IFACE-SEQ TO WS-SEQ-PATH
           END-IF.
           MOVE ZERO TO WS-SEQ-COUNT.
           MOVE "N" TO WS-EOF-SEQ.
           OPEN INPUT seq-file.
           IF WS-FS-SEQ-OK
               READ seq-file
                   AT END SET EOF-seq-file TO TRUE
               END-READ
               PERFORM UNTIL EOF-seq-file
                       OR WS-SEQ-COUNT >= WS-SEQ-MAX
                   IF seq-type NOT = SPACES AND seq-last IS NUMERIC
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE seq-type TO WS-SEQ-TYPE(WS-SEQ-COUNT)
                       MOVE seq-last TO WS-SEQ-LAST(WS-SEQ-COUNT)
                   END-IF
                   READ seq-file
                       AT END SET EOF-seq-file TO TRUE
                   END-READ
               END-PERFORM
               CLOSE seq-file
           END-IF.
           PERFORM VARYING WS-SEQ-I FROM 1 BY 1
                   UNTIL WS-SEQ-I > WS-SEQ-COUNT
                   OR WS-SEQ-TYPE(WS-SEQ-I) = lk-ctl-type
               CONTINUE
           END-PERFORM.
           IF WS-SEQ-I > WS-SEQ-COUNT
               IF WS-SEQ-COUNT >= WS-SEQ-MAX
                   MOVE 1 TO WS-SEQ-ISSUED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-I
               MOVE lk-ctl-type TO WS-SEQ-TYPE(WS-SEQ-I)
               MOVE ZERO TO WS-SEQ-LAST(WS-SEQ-I)
           END-IF.
           IF WS-SEQ-LAST(WS-SEQ-I) >= 999999
               MOVE ZERO TO WS-SEQ-LAST(WS-SEQ-I)
           END-IF.
           ADD 1 TO WS-SEQ-LAST(WS-SEQ-I).
           MOVE WS-SEQ-LAST(WS-SEQ-I) TO WS-SEQ-ISSUED.
           OPEN OUTPUT seq-file.
           IF NOT WS-FS-SEQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEQ-I FROM 1 BY 1
                   UNTIL WS-SEQ-I > WS-SEQ-COUNT
               MOVE SPACES TO seq-rec
               MOVE WS-SEQ-TYPE(WS-SEQ-I) TO seq-type
               MOVE WS-SEQ-LAST(WS-SEQ-I) TO seq-last
               WRITE seq-rec
           END-PERFORM.
           CLOSE seq-file.
           EXIT.
      *-----------------------------------------------------------------
      *   The hash keeps its low fifteen digits, so a long file
      *   wraps instead of overflowing.
       2500-ADD-TO-HASH.
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + lk-ctl-hash-value.
           PERFORM VARYING WS-FOLD-I FROM 1 BY 1
                   UNTIL WS-FOLD-I > 50
               IF lk-ctl-hash-text(WS-FOLD-I:1) NOT = SPACE
                   COMPUTE WS-HASH-WORK = WS-HASH-WORK
                       + FUNCTION ORD(lk-ctl-hash-text(WS-FOLD-I:1))
               END-IF
           END-PERFORM.
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-WORK, 1000000000000000).
           EXIT.
      *-----------------------------------------------------------------
       3000-BUILD-TRAILER.
           MOVE SPACES TO WS-CTL-AREA.
           MOVE "TRL " TO WS-TRL-ID.
           MOVE lk-ctl-type TO WS-TRL-TYPE.
           MOVE WS-LINE-COUNT TO WS-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
           MOVE WS-CTL-AREA TO lk-ctl-record.
           EXIT.
      *-----------------------------------------------------------------
      *   The first fault found is the one reported; the rest of the
      *   pass only runs the file out.
       4000-CHECK-ONE-LINE.
           IF WS-IN-FOUND-WRONG
               EXIT PARAGRAPH
           END-IF.
           MOVE lk-ctl-record TO WS-CTL-AREA.
           EVALUATE TRUE
               WHEN WS-IN-NOTHING-YET
                   IF WS-HDR-ID NOT = "HDR "
                       MOVE "FALTA EL REGISTRO DE CABECERA"
                           TO WS-IN-REASON
                       SET WS-IN-FOUND-WRONG TO TRUE
                   ELSE
                       IF WS-HDR-TYPE NOT = lk-ctl-type
                           MOVE "CABECERA DE OTRO TIPO DE ARCHIVO"
                               TO WS-IN-REASON
                           SET WS-IN-FOUND-WRONG TO TRUE
                       ELSE
                           MOVE ZERO TO WS-LINE-COUNT WS-HASH-TOTAL
                           SET WS-IN-HEADER-TAKEN TO TRUE
                       END-IF
                   END-IF
               WHEN WS-IN-TRAILER-TAKEN
                   MOVE "LINEAS DESPUES DEL REGISTRO FINAL"
                       TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN WS-HDR-ID = "HDR "
                   MOVE "CABECERA REPETIDA" TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN WS-TRL-ID = "TRL "
                   IF WS-TRL-TYPE NOT = lk-ctl-type
                      OR WS-TRL-COUNT IS NOT NUMERIC
                      OR WS-TRL-HASH IS NOT NUMERIC
                       MOVE "REGISTRO FINAL ILEGIBLE" TO WS-IN-REASON
                       SET WS-IN-FOUND-WRONG TO TRUE
                   ELSE
                       MOVE WS-TRL-COUNT TO WS-IN-TRL-COUNT
                       MOVE WS-TRL-HASH TO WS-IN-TRL-HASH
                       SET WS-IN-TRAILER-TAKEN TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 2500-ADD-TO-HASH
           END-EVALUATE.
           EXIT.
      *-----------------------------------------------------------------
      *   Whatever the verdict, the pass is over: the next "C" starts
      *   a new file.
       5000-END-CHECK.
           EVALUATE TRUE
               WHEN WS-IN-FOUND-WRONG
                   CONTINUE
               WHEN WS-IN-NOTHING-YET
                   MOVE "ARCHIVO VACIO, SIN CABECERA" TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN WS-IN-HEADER-TAKEN
                   MOVE "FALTA EL REGISTRO FINAL (TRUNCADO)"
                       TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN WS-IN-TRL-COUNT NOT = WS-LINE-COUNT
                   MOVE "LA CANTIDAD DE LINEAS NO CUADRA"
                       TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN WS-IN-TRL-HASH NOT = WS-HASH-TOTAL
                   MOVE "EL TOTAL DE CONTROL NO CUADRA"
                       TO WS-IN-REASON
                   SET WS-IN-FOUND-WRONG TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-IN-FOUND-WRONG
               SET lk-ctl-rejected TO TRUE
               MOVE WS-IN-REASON TO lk-ctl-reason
           ELSE
               MOVE SPACES TO lk-ctl-reason
           END-IF.
           MOVE SPACE TO WS-IN-STATE.
           MOVE SPACES TO WS-IN-REASON.
           EXIT.
       END PROGRAM iface-control.
