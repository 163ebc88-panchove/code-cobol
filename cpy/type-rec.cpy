      * screen).  One record per kind of work the calendars hold:
      * the default duration fills the schedule screen's blank
      * duration, and the room flag refuses a typed entry of this
      * type without a meeting room.  The daily quota is the
      * shop-wide ceiling on how many of this type one owner takes
      * in a day, unless cpy/quota-rec holds the owner's own.  The
      * follow-up interval tells the calendar's FOLLOWUP job that an
      * attended visit of this type wants a second one that many
      * days later.  The price makes the type billable: the
      * calendar's CHARGES job bills it once for every visit the
      * check-in desk marks attended or walk-in.  The equipment
      * list names what a meeting of this type needs set out, in
      * the room master's feature codes, for the facilities setup
      * sheet.
      ******************************************************************
           05 type-key.
               10 type-code     PIC X(04).
           05 type-active       PIC X(01).
               88 type-is-active    VALUE "A".
               88 type-is-inactive  VALUE "I".
      *    at most this many per owner per day; zero = no limit
           05 type-daily-quota  PIC 9(02).
      *    days after an attended visit that a follow-up is due;
      *    zero = this type needs no follow-up
           05 type-followup-days PIC 9(03).
      *    charge per attended visit; zero = not billable
           05 type-price        PIC 9(07)V99.
      *    feature codes separated by spaces (PROY, TELF, ...)
           05 type-equip        PIC X(30).
