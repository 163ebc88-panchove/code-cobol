      * the same signed picture coords.txt uses).  Dispatch edits the
      * text file; this program rebuilds the master from it, so the
      * master is never hand-edited.  Rejected lines (bad code or
      * non-numeric coordinates) are counted and logged.  An
      * optional fifth column names the place's branch; a line
      * without it loads as the head office's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loc-load.
            05 in-loc-lat       PIC X(11).
            05 FILLER           PIC X(01).
            05 in-loc-lon       PIC X(11).
            05 FILLER           PIC X(01).
            05 in-loc-branch    PIC X(04).

       FD loc-file.
        01 loc-rec.
                COMPUTE loc-lon OF loc-rec =
                    FUNCTION NUMVAL(in-loc-lon)
                MOVE "A" TO loc-active OF loc-rec
                MOVE SPACE TO loc-precision OF loc-rec
                MOVE SPACES TO loc-postal-code OF loc-rec
                MOVE FUNCTION UPPER-CASE(in-loc-branch)
                    TO loc-branch OF loc-rec
                WRITE loc-rec
                    INVALID KEY
                        ADD 1 TO WS-REJECT-COUNT
