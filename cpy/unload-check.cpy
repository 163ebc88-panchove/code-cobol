      ******************************************************************
      * CPY/UNLOAD-CHECK
      * Shared LINKAGE layout for the unload-check subprogram, which
      * tells whether a backup generation still reads at today's
      * record layouts before anything is taken from it.  COPY this
      * member into the caller's WORKING/LOCAL storage (same
      * convention as cpy/table-grow) and CALL "unload-check" with
      * the plain (already expanded) copy, its tag, and the record
      * count the backup catalog promised for it:
      *   lk-uc-count-known  "N" when the copy is not in the catalog
      *                      and there is no count to hold it to
      *   lk-uc-read         records the copy gave at today's width
      *   lk-uc-status       0 usable, 1 written at an earlier
      *                      unload width (the count does not match),
      *                      2 appointment or attendee keys still on
      *                      the 12-hour clock, 3 cannot be opened
      ******************************************************************
       77 lk-uc-path           PIC X(255).
       77 lk-uc-tag            PIC X(12).
       77 lk-uc-expected       PIC 9(06).
       77 lk-uc-count-known    PIC X(01).
           88 lk-uc-count-given    VALUE "Y".
       77 lk-uc-read           PIC 9(06).
       77 lk-uc-status         PIC X(01).
           88 lk-uc-usable         VALUE "0".
           88 lk-uc-old-width      VALUE "1".
           88 lk-uc-old-clock      VALUE "2".
           88 lk-uc-unreadable     VALUE "3".
