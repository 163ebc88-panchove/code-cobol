      *   -- GEOVANNA pointing at GIOVANNA -- which lookups and the
      *   calendar's attendee check follow
           05 rname-alias-of    PIC X(50).
      *   the name in its parts under our two-surname convention:
      *   given names, first (paternal) and second (maternal)
      *   surname, in the display spelling, filled by the name-split
      *   subprogram wherever a display name is written.  They are
      *   for listing and searching only -- the key above is still
      *   the whole normalized name.  rname-split-flag says how the
      *   parts got there: "P" parsed with confidence, "R" parsed
      *   but waiting on an operator's review, "M" keyed by an
      *   operator; spaces on a record never split.
           05 rname-given       PIC X(30).
           05 rname-surname-1   PIC X(25).
           05 rname-surname-2   PIC X(25).
           05 rname-split-flag  PIC X(01).
               88 rname-split-parsed  VALUE "P".
               88 rname-split-review  VALUE "R".
               88 rname-split-manual  VALUE "M".
