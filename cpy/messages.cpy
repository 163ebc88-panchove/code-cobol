       78 MSG-CODE-GREETING       VALUE 1.
       78 MSG-CODE-CALC-ERROR     VALUE 2.
       78 MSG-CODE-UNDER-CONSTR   VALUE 3.
      *   catalog-only (no compiled text): the function-key legend
      *   key-map puts at the bottom of every screen
       78 MSG-CODE-KEY-LEGEND     VALUE 4.
      *   catalog-only: the parts of the long-form dates built by the
      *   weekday-name / long-date / long-datetime functions -- the
      *   weekday names (Sunday first), the month names in two
      *   halves, the long-date and date-time patterns and the
      *   a.m./p.m. pair
       78 MSG-CODE-WEEKDAYS       VALUE 5.
       78 MSG-CODE-MONTHS-1       VALUE 6.
       78 MSG-CODE-MONTHS-2       VALUE 7.
       78 MSG-CODE-LONG-DATE      VALUE 8.
       78 MSG-CODE-LONG-DATETIME  VALUE 9.
       78 MSG-CODE-MERIDIEM       VALUE 10.
