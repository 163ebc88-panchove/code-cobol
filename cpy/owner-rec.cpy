      ******************************************************************
      * CPY/OWNER-REC
      * Record layout of the calendar owners master, COPYd under the
      * 01 of its FD by owner-maint (maintenance), hr-apply (the
      * daily HR feed), the calendar (sign-on validation and
      * all-owners batch work) and any report that needs an owner's
      * full name.  One record per calendar owner; the active flag
      * retires an owner without losing who they were.
      ******************************************************************
           05 owner-key.
               10 own-id        PIC X(08).
      *    night, anything else = no print
           05 own-print         PIC X(01).
               88 own-wants-print   VALUE "S".
      *    nightly digest of changes other people made to this
      *    owner's calendar: "N" = opted out, anything else (space
      *    on records written before the option existed) = send it
           05 own-digest        PIC X(01).
               88 own-skips-digest  VALUE "N".
      *    branch the owner works at (cpy/branch-rec); blank on
      *    records older than branches = the head office
           05 own-branch        PIC X(04).
