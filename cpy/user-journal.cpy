      ******************************************************************
      * CPY/USER-JOURNAL
      * Shared record layout for the user-master change journal:
      * user-maint writes one line per field it changes -- who
      * changed it, whose record, which field, and the value before
      * and after -- and security-rpt reads it back for the daily
      * privilege-raise section.  hr-apply writes the same lines for
      * the HR feed's hires, leaves and terminations, under the
      * operator RRHH.  A password is never written: its
      * line only says that it changed.  Same separator-byte
      * convention as cpy/roster-journal: the writer blanks the
      * record and fills each field.
      *
      * ujrn-action is ALTA (new user; one line per field set),
      * CAMBIO (modification), ESTADO (activated / deactivated, or
      * locked for a leave) or DESBLOQ (lockout reset).
      * ujrn-field is NOMBRE, CLAVE, NIVEL, ROL, ACTIVO or BLOQUEO.
      ******************************************************************
       01 ujrn-rec.
           05 ujrn-date        PIC X(10).
           05 ujrn-sep1        PIC X.
           05 ujrn-time        PIC X(08).
           05 ujrn-sep2        PIC X.
           05 ujrn-operator    PIC X(08).
           05 ujrn-sep3        PIC X.
           05 ujrn-action      PIC X(08).
           05 ujrn-sep4        PIC X.
           05 ujrn-user        PIC X(08).
           05 ujrn-sep5        PIC X.
           05 ujrn-field       PIC X(08).
           05 ujrn-sep6        PIC X.
           05 ujrn-before      PIC X(30).
           05 ujrn-sep7        PIC X.
           05 ujrn-after       PIC X(30).
