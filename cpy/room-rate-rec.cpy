      ******************************************************************
      * CPY/ROOM-RATE-REC
      * Record layout of the meeting-room rate master, COPYd under
      * the 01 of its FD by room-rate-maint (maintenance) and
      * room-charge (month-end chargeback).  Rates are effective-
      * dated: one record per room per date the rate took effect,
      * and a booking is priced at the latest rate whose effective
      * date is on or before the booking's own date -- so a rate
      * change never reprices the months already billed.
      ******************************************************************
           05 rate-key.
               10 rate-room     PIC X(04).
               10 rate-effective PIC 9(08).
      *    "H" the amount is per booked hour (prorated by minute),
      *    "B" a flat amount per booking whatever its length
           05 rate-basis        PIC X(01).
               88 rate-per-hour     VALUE "H".
               88 rate-per-booking  VALUE "B".
           05 rate-amount       PIC 9(05)V99.
           05 rate-set-by       PIC X(08).
           05 rate-set-date     PIC 9(08).
