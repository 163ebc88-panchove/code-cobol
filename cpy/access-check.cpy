      ******************************************************************
      * CPY/ACCESS-CHECK
      * Shared LINKAGE layout for talking to the access-check
      * subprogram.  COPY this member into the caller's WORKING/
      * LOCAL storage (same convention as cpy/print-spool) and CALL
      * "access-check" once per question:
      *   "Q" returns in lk-access-right what the role of
      *       lk-access-user grants on lk-access-option: U (update),
      *       V (view only) or N (nothing);
      *   "D" records a refused attempt on lk-access-option in the
      *       menu audit log, under lk-access-user.
      * Option codes are MENU-n for the main menu, CAL-nn for the
      * calendar menu, CAL-ARCHIVE / CAL-COVER for the calendar jobs
      * on the Mantenimiento picklist, and the program name for
      * every maintenance program.
      ******************************************************************
       77 lk-access-op         PIC X(01).
           88 lk-access-op-query   VALUE "Q".
           88 lk-access-op-deny    VALUE "D".
       77 lk-access-user       PIC X(08).
       77 lk-access-option     PIC X(20).
       77 lk-access-right      PIC X(01).
           88 lk-access-none       VALUE "N".
           88 lk-access-view       VALUE "V".
           88 lk-access-update     VALUE "U".
           88 lk-access-granted    VALUE "V" "U".
