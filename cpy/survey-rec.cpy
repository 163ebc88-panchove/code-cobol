      ******************************************************************
      * CPY/SURVEY-REC
      * Record layout of the visit satisfaction survey file, COPYd
      * under the 01 of its FD by appt-checkin (capture, off the
      * paper cards the front desk collects) and appt-survey-rpt
      * (monthly report).  One record per attended visit, keyed by
      * the appointment's reference number, so a card keyed twice
      * replaces the first one instead of counting twice.  The visit
      * fields are copied off the appointment when the card is keyed.
      ******************************************************************
           05 survey-key.
               10 sv-refnum     PIC 9(06).
           05 sv-owner          PIC X(08).
           05 sv-visit-date     PIC 9(08).
           05 sv-type           PIC X(04).
      *    1 (muy malo) .. 5 (excelente)
           05 sv-score          PIC 9(01).
           05 sv-comment        PIC X(60).
           05 sv-taken-by       PIC X(08).
           05 sv-taken-date     PIC 9(08).
