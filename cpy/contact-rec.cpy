      ******************************************************************
      * CPY/CONTACT-REC
      * Record layout of the attendee contact master, COPYd under the
      * 01 of its FD by contact-maint (maintenance, reached from the
      * roster maintenance in test-files) and the calendar (REMIND
      * job, outbound notification queue).  Keyed exactly like the
      * roster -- sex code plus the NORMALIZED name from the
      * name-normalize subprogram -- so a roster entry and its
      * contact are found with the same key.
      ******************************************************************
           05 contact-key.
               10 ctc-sex       PIC X(01).
               10 ctc-name      PIC X(50).
           05 ctc-phone         PIC X(20).
           05 ctc-email         PIC X(60).
      *    preferred channel: "E" e-mail, "S" SMS text to the phone,
      *    "T" voice call to the phone, "N" do not notify
           05 ctc-channel       PIC X(01).
               88 ctc-by-email      VALUE "E".
               88 ctc-by-sms        VALUE "S".
               88 ctc-by-call       VALUE "T".
               88 ctc-no-notify     VALUE "N".
           05 ctc-updated-by    PIC X(08).
           05 ctc-updated-date  PIC 9(08).
