      ******************************************************************
      * CPY/VEHICLE-REC
      * Record layout of the pool-vehicle master, COPYd under the 01
      * of its FD by vehicle-maint (maintenance) and the calendar
      * (vehicle offer for off-site appointments).  One record per
      * vehicle, keyed by the same unit id the GPS receiver stamps on
      * every track line (UNIDAD01, ...), so a booking can be laid
      * next to the unit's track without a translation table.
      ******************************************************************
           05 veh-key.
               10 veh-unit      PIC X(10).
           05 veh-desc          PIC X(30).
           05 veh-plate         PIC X(10).
      *    seats besides the driver's; zero = not recorded
           05 veh-seats         PIC 9(02).
           05 veh-active        PIC X(01).
               88 veh-is-active     VALUE "A".
               88 veh-is-inactive   VALUE "I".
