               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-APPT.

           SELECT owner-file
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
            05 rec-type            PIC X(04).
            05 rec-outcome         PIC X(01).
            05 rec-refnum          PIC 9(06).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD owner-file.
        01 owner-rec.
                10 rb-day          PIC 99.
                10 rb-hour         PIC 99.
                10 rb-minute       PIC 99.
            05 rb-owner            PIC X(08).
            05 rb-duration         PIC 9(03).
            05 rb-status           PIC X(01).
            05 rb-req-date         PIC 9(08).

       FD wait-file.
        01 wl-rec.
                10 wl-day          PIC 99.
                10 wl-hour         PIC 99.
                10 wl-minute       PIC 99.
                10 wl-seq          PIC 99.
            05 wl-desc             PIC X(60).
            05 wl-stamp-date       PIC 9(08).
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

       FD book-quar.
        01 book-quar-rec        PIC X(40).
            MOVE rb-day TO rec-day OF appt-rec.
            MOVE rb-hour TO rec-hour OF appt-rec.
            MOVE rb-minute TO rec-minute OF appt-rec.
            READ appt-file
                INVALID KEY
                    ADD 1 TO WS-ORPH-BOOK
      *-----------------------------------------------------------------
      *   The extra-attendee rows carry names too, and they drift off
      *   the roster just as easily as the one on the appointment.
      *   A pre-registered outside visitor is not expected on it.
       A0660-SWEEP-ATTENDEES.
            IF NOT WS-ROSTER-OPEN
                EXIT PARAGRAPH
                END-READ
                IF NOT EOF-current-file
                   AND at-name NOT = SPACES
                   AND at-visitor NOT = "V"
                    MOVE at-name TO WS-CHECK-NAME
                    PERFORM A0480-PROBE-ROSTER
                    IF WS-HIT-SW = "N"
