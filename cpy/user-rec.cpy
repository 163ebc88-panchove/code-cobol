      * CPY/USER-REC
      * Record layout of the user master the main menu signs on
      * against, COPYd under the 01 of its FD by screen-main-menu
      * (sign-on and per-user profile), user-maint (maintenance) and
      * hr-apply (the daily HR feed).
      * usr-level is the old three-step scale (1 = consulta,
      * 2 = operacion, 3 = supervision); what the user may open is
      * now decided by usr-role against the role master (see
      * access-check), and a blank role is read as the role that
      * matches the level -- CONSULTA, OPERADOR or SUPERVIS.  The
      * profile fields (colors and locale) replace the old
      * shop-wide menu-color.cfg, so every operator keeps their own
      * scheme and language.
      ******************************************************************
           05 user-key.
               10 usr-id        PIC X(08).
           05 usr-fail-count    PIC 9(01).
           05 usr-locked        PIC X(01).
               88 usr-is-locked     VALUE "L".
      *    role in the role master; blank = the role of usr-level
           05 usr-role          PIC X(08).
      *    date of the last good sign-on (zero = never), for the
      *    security report's unused-accounts section
           05 usr-last-signon   PIC 9(08).
      *    branch the user belongs to (cpy/branch-rec); blank on
      *    records older than branches = the head office.  The
      *    calendar shows and books only this branch's owners and
      *    rooms unless the role grants SUCURSAL-TODAS.
           05 usr-branch        PIC X(04).
