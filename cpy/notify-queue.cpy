      ******************************************************************
      * CPY/NOTIFY-QUEUE
      * Fixed layout of one outbound notification: one record per
      * attendee per appointment to notify, written by the calendar's
      * REMIND job and picked up by the messaging gateway.  The file
      * is rebuilt every night.  nq-address is the e-mail address or
      * the phone number, whichever nq-channel calls for.
      ******************************************************************
       01 nq-rec.
           05 nq-created-date  PIC 9(08).
           05 nq-channel       PIC X(01).
           05 nq-address       PIC X(60).
           05 nq-attendee      PIC X(50).
           05 nq-owner         PIC X(08).
           05 nq-appt-date     PIC 9(08).
           05 nq-appt-time     PIC 9(04).
           05 nq-refnum        PIC 9(06).
           05 nq-desc          PIC X(60).
