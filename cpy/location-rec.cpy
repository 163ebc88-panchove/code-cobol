      * loc-load (build from the text list), gps-nearest, and every
      * batch that resolves a place code to coordinates.  The
      * latitude/longitude pictures match the signed layout the
      * coords.txt batch input has always used.  A place with no
      * surveyed coordinates may carry its postal code's centroid
      * (cpy/postal-rec) instead, marked approximate until someone
      * surveys it.
      ******************************************************************
           05 loc-key.
               10 loc-code      PIC X(05).
      *    byte read as space and every reader treats that as active
           05 loc-active        PIC X(01).
               88 loc-is-retired    VALUE "I".
      *    "A" while the coordinates are the centroid of
      *    loc-postal-code rather than a survey; surveyed places, and
      *    records older than these bytes, read as space
           05 loc-precision     PIC X(01).
               88 loc-is-approx     VALUE "A".
           05 loc-postal-code   PIC X(08).
      *    branch the place belongs to (cpy/branch-rec); blank on
      *    records older than branches = the head office
           05 loc-branch        PIC X(04).
