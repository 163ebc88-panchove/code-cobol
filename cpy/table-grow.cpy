      ******************************************************************
      * CPY/TABLE-GROW
      * Shared LINKAGE layout for talking to the table-grow
      * subprogram, which owns the storage behind an in-memory table
      * that has to grow with its input instead of stopping at a
      * fixed OCCURS.  COPY this member into the caller's WORKING/
      * LOCAL storage (same convention as cpy/print-spool) and CALL
      * "table-grow":
      *   "G" make room for at least lk-tg-needed entries of
      *       lk-tg-entry-len bytes: the storage is ALLOCATEd on the
      *       first call and doubled (never past lk-tg-ceiling)
      *       when it fills, the entries already there carried
      *       over unchanged;
      *   "F" FREE the storage.
      * The caller keeps its own pointer and capacity per table,
      * stages them here around the CALL, and after a "G" re-points
      * its BASED view: SET ADDRESS OF <table> TO <pointer>.
      * lk-tg-ceiling is the OCCURS of that BASED view -- the most
      * entries it can address -- so a "G" past it answers
      * lk-tg-full and the caller logs the entry it could not keep
      * through log-error instead of dropping it quietly.
      ******************************************************************
       77 lk-tg-op             PIC X(01).
           88 lk-tg-op-grow        VALUE "G".
           88 lk-tg-op-free        VALUE "F".
       77 lk-tg-ptr            POINTER.
       77 lk-tg-capacity       PIC 9(09) COMP.
       77 lk-tg-needed         PIC 9(09) COMP.
       77 lk-tg-entry-len      PIC 9(09) COMP.
       77 lk-tg-ceiling        PIC 9(09) COMP.
       77 lk-tg-status         PIC X(01).
           88 lk-tg-ok             VALUE "0".
           88 lk-tg-full           VALUE "1".
