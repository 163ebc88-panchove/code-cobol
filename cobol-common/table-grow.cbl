      ******************************************************************
      * SHARED TABLE-GROW SUBPROGRAM
      * Growable storage for the in-memory tables that used to stop
      * counting once a fixed OCCURS filled -- the units, zones and
      * sites the GPS reports track, the day's vehicle bookings the
      * driver run sheets look units up in, the versions of a record
      * that record-recover finds across the backup generations.
      * The same pointer technique roster-cache uses for its key
      * table (ALLOCATE at need, a BASED view over the storage),
      * taken one step further: when the table fills, a block twice
      * the size is ALLOCATEd, the entries already held are carried
      * over byte for byte, and the old block is FREEd, so the
      * caller's BASED view simply re-points and carries on.
      *
      * The one limit left is the caller's own BASED view, whose
      * OCCURS (passed as lk-tg-ceiling) is the most entries it can
      * address; a table that would pass it answers lk-tg-full and
      * is left as it was, for the caller to log.  An ALLOCATE the
      * system cannot satisfy answers lk-tg-full the same way.
      * LINKAGE layout and operations in cpy/table-grow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. table-grow.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   a table's first block holds this many entries
       77 WS-FIRST-CAPACITY     PIC 9(09) COMP VALUE 64.
       77 WS-NEW-CAPACITY       PIC 9(09) COMP VALUE ZERO.
       77 WS-OLD-BYTES          PIC 9(09) COMP VALUE ZERO.
       77 WS-NEW-BYTES          PIC 9(09) COMP VALUE ZERO.
       77 WS-NEW-PTR            USAGE POINTER VALUE NULL.
      *   byte views over the old and the new block for the copy
       01 WS-OLD-BLOCK BASED    PIC X(999999999).
       01 WS-NEW-BLOCK BASED    PIC X(999999999).
       LINKAGE SECTION.
       COPY "cpy/table-grow".
       PROCEDURE DIVISION USING lk-tg-op, lk-tg-ptr, lk-tg-capacity,
               lk-tg-needed, lk-tg-entry-len, lk-tg-ceiling,
               lk-tg-status.
       0000-MAIN.
           SET lk-tg-ok TO TRUE.
           EVALUATE TRUE
               WHEN lk-tg-op-grow
                   IF lk-tg-needed > lk-tg-capacity
                       PERFORM 1000-GROW-TABLE
                   END-IF
               WHEN lk-tg-op-free
                   PERFORM 2000-FREE-TABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      *   Doubling keeps the number of copies down to a handful even
      *   for a table that ends up in the tens of thousands.
       1000-GROW-TABLE.
           IF lk-tg-needed > lk-tg-ceiling
              OR lk-tg-entry-len = ZERO
               SET lk-tg-full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF lk-tg-capacity = ZERO
               MOVE WS-FIRST-CAPACITY TO WS-NEW-CAPACITY
           ELSE
               MOVE lk-tg-capacity TO WS-NEW-CAPACITY
           END-IF.
           PERFORM UNTIL WS-NEW-CAPACITY >= lk-tg-needed
               COMPUTE WS-NEW-CAPACITY = WS-NEW-CAPACITY * 2
           END-PERFORM.
           IF WS-NEW-CAPACITY > lk-tg-ceiling
               MOVE lk-tg-ceiling TO WS-NEW-CAPACITY
           END-IF.
           COMPUTE WS-NEW-BYTES = WS-NEW-CAPACITY * lk-tg-entry-len
               ON SIZE ERROR
                   SET lk-tg-full TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           ALLOCATE WS-NEW-BYTES CHARACTERS INITIALIZED
               RETURNING WS-NEW-PTR.
           IF WS-NEW-PTR = NULL
               SET lk-tg-full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF lk-tg-capacity > ZERO AND lk-tg-ptr NOT = NULL
               COMPUTE WS-OLD-BYTES = lk-tg-capacity * lk-tg-entry-len
               SET ADDRESS OF WS-OLD-BLOCK TO lk-tg-ptr
               SET ADDRESS OF WS-NEW-BLOCK TO WS-NEW-PTR
               MOVE WS-OLD-BLOCK(1:WS-OLD-BYTES)
                   TO WS-NEW-BLOCK(1:WS-OLD-BYTES)
               FREE lk-tg-ptr
           END-IF.
           SET lk-tg-ptr TO WS-NEW-PTR.
           MOVE WS-NEW-CAPACITY TO lk-tg-capacity.
           EXIT.
      *-----------------------------------------------------------------
       2000-FREE-TABLE.
           IF lk-tg-ptr NOT = NULL
               FREE lk-tg-ptr
           END-IF.
           SET lk-tg-ptr TO NULL.
           MOVE ZERO TO lk-tg-capacity.
           EXIT.
       END PROGRAM table-grow.
