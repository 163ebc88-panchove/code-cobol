      * Record layout of the meeting-room resource master, COPYd
      * under the 01 of its FD by room-maint (maintenance) and the
      * calendar (room validation on the schedule screen).  One
      * record per bookable room.  The turnaround buffer is the
      * cleaning and setup time the room needs between two
      * bookings; the calendar will not book it closer than that.
      * A room with an approver (its custodian's user id) is a
      * restricted room: its bookings wait in room-book as pending
      * until the custodian approves or rejects them.
      ******************************************************************
           05 room-key.
               10 room-code     PIC X(04).
      *    by spaces (PROY projector, TELF conference phone, PIZA
      *    whiteboard, ...), searched by the calendar's find-a-room
           05 room-equip        PIC X(30).
      *    minutes kept free after (and before) each booking
           05 room-buffer       PIC 9(03).
      *    custodian who signs off bookings; spaces = bookable
      *    without approval
           05 room-approver     PIC X(08).
      *    branch the room is at (cpy/branch-rec); blank on
      *    records older than branches = the head office
           05 room-branch       PIC X(04).
