      * BEFORE image of a record about to be changed or moved.
      * Same separator-byte convention as cpy/roster-journal: the
      * writer blanks the record and fills each field.
      *
      * ajrn-note is free text that goes with the line -- the reason
      * a room custodian gave for rejecting a booking -- and is blank
      * on every other line (and on lines written before it existed).
      ******************************************************************
       01 ajrn-rec.
           05 ajrn-date        PIC X(10).
           05 ajrn-sep3        PIC X.
           05 ajrn-action      PIC X(08).
           05 ajrn-sep4        PIC X.
           05 ajrn-key         PIC X(20).
           05 ajrn-sep5        PIC X.
           05 ajrn-image       PIC X(148).
           05 ajrn-sep6        PIC X.
           05 ajrn-note        PIC X(40).
