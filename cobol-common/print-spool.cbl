      * DESTINATION -- resolved from the routing rules file (report
      * name prefix to destination, "*" as the default) -- and a
      * release status byte: "P" pending until spool-release sends
      * the member to its destination and marks it "R".  The
      * release date and a legal-hold byte close the line; both
      * stay blank here, for spool-release and spool-purge to set.
      * The routing rules also carry each report's retention class
      * (days kept after release), which only spool-purge reads.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. print-spool.
            05 rte-pattern      PIC X(20).
            05 FILLER           PIC X(01).
            05 rte-dest         PIC X(08).
            05 FILLER           PIC X(01).
            05 rte-keep-days    PIC X(04).

       FD spool-catalog.
        01 spool-catalog-rec.
            05 cat-dest         PIC X(08).
            05 FILLER           PIC X.
            05 cat-status       PIC X(01).
            05 FILLER           PIC X.
            05 cat-released     PIC X(10).
            05 FILLER           PIC X.
            05 cat-hold         PIC X(01).
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-SPOOL-PATH         PIC X(255) VALUE SPACES.
