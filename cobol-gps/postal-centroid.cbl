      ******************************************************************
      * SHARED POSTAL-CENTROID SUBPROGRAM
      * One owner for the postal-code master lookup, CALLed by
      * loc-maint (a new place without surveyed coordinates) and by
      * the points-file readers, gps-nearest and gps-geofence (a
      * client line that carries a postal code instead of
      * coordinates).  Returns the centroid of the postal code and
      * its locality name; the caller marks whatever it builds from
      * it as approximate.
      *
      * The master is opened on the first call and stays open for
      * the rest of the run, the way zone-check keeps its zones.
      *
      * lk-pc-found answers:
      *   "Y"  found; lk-pc-lat / lk-pc-lon / lk-pc-locality set
      *   "N"  the master has no such postal code
      *   "X"  the master could not be opened
      *
      * Environment:
      *   GPS_POSTAL_FILE   the postal-code master
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postal-centroid.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT postal-file
                ASSIGN TO DYNAMIC WS-POSTAL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS pc-key OF postal-rec
                FILE STATUS IS WS-FS-POSTAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD postal-file.
        01 postal-rec.
           COPY "cpy/postal-rec".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-POSTAL-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-POSTAL          PIC X(02) VALUE "00".
           88 WS-FS-POSTAL-OK       VALUE "00" "02".
       77 WS-OPEN-STATE         PIC X(01) VALUE SPACE.
           88 WS-MASTER-UNTRIED     VALUE SPACE.
           88 WS-MASTER-OPEN        VALUE "Y".
           88 WS-MASTER-MISSING     VALUE "N".
       LINKAGE SECTION.
       77 lk-pc-code            PIC X(08).
       77 lk-pc-locality        PIC X(30).
       77 lk-pc-lat             PIC S9(3)V9(6) SIGN LEADING SEPARATE.
       77 lk-pc-lon             PIC S9(3)V9(6) SIGN LEADING SEPARATE.
       77 lk-pc-found           PIC X(01).
       PROCEDURE DIVISION USING lk-pc-code, lk-pc-locality,
               lk-pc-lat, lk-pc-lon, lk-pc-found.
       0000-MAIN.
            MOVE "N" TO lk-pc-found.
            MOVE SPACES TO lk-pc-locality.
            MOVE ZERO TO lk-pc-lat lk-pc-lon.
            IF WS-MASTER-UNTRIED
                PERFORM 1000-OPEN-MASTER
            END-IF.
            IF NOT WS-MASTER-OPEN
                MOVE "X" TO lk-pc-found
                GOBACK
            END-IF.
            IF lk-pc-code = SPACES
                GOBACK
            END-IF.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(lk-pc-code))
                TO pc-code OF postal-rec.
            READ postal-file
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE pc-locality OF postal-rec TO lk-pc-locality
                    MOVE pc-lat OF postal-rec TO lk-pc-lat
                    MOVE pc-lon OF postal-rec TO lk-pc-lon
                    MOVE "Y" TO lk-pc-found
            END-READ.
            GOBACK.
      *-----------------------------------------------------------------
       1000-OPEN-MASTER.
            ACCEPT WS-POSTAL-PATH FROM ENVIRONMENT "GPS_POSTAL_FILE".
            IF WS-POSTAL-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-POSTAL TO WS-POSTAL-PATH
            END-IF.
            OPEN INPUT postal-file.
            IF WS-FS-POSTAL-OK
                MOVE "Y" TO WS-OPEN-STATE
            ELSE
                MOVE "N" TO WS-OPEN-STATE
            END-IF.
            EXIT.
       END PROGRAM postal-centroid.
