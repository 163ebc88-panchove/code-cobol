      ******************************************************************
      * CPY/KEY-MAP
      * Shared LINKAGE layout for talking to the key-map subprogram.
      * COPY this member into the caller's WORKING/LOCAL storage
      * (same convention as cpy/print-spool) and CALL "key-map":
      *   "T" turns the CRT STATUS of the last ACCEPT, moved into
      *       lk-key-status (or named there directly in the caller's
      *       SPECIAL-NAMES), into the shop-wide meaning of the key
      *       in lk-key-action;
      *   "L" returns in lk-key-legend the standard legend line for
      *       the bottom of the screen, in the user's locale.
      * Every screen gives the keys the same meaning: F1 help, F3
      * back one screen, F5 refresh, F7/F8 page back/forward and
      * F10 leave the program.  A screen with nothing to page or
      * refresh simply ignores those keys.
      ******************************************************************
       77 lk-key-op            PIC X(01).
           88 lk-key-op-translate  VALUE "T".
           88 lk-key-op-legend     VALUE "L".
       77 lk-key-status        PIC X(04).
       77 lk-key-action        PIC X(01).
           88 lk-key-none          VALUE SPACE.
           88 lk-key-help          VALUE "H".
           88 lk-key-back          VALUE "B".
           88 lk-key-refresh       VALUE "R".
           88 lk-key-page-back     VALUE "P".
           88 lk-key-page-fwd      VALUE "N".
           88 lk-key-exit          VALUE "X".
           88 lk-key-unassigned    VALUE "?".
       77 lk-key-legend        PIC X(80).
