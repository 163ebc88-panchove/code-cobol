      ******************************************************************
      * SHARED BRANCH-CHECK SUBPROGRAM
      * One owner for the branch master lookup, CALLed by the
      * maintenance programs that stamp a branch on a record
      * (owner-, room-, user- and loc-maint) and by the programs
      * that hold work to a branch.  Takes a branch code as typed,
      * hands it back upper-cased -- a blank code comes back as the
      * head office, CFG-DEFAULT-HEAD-BRANCH -- with the branch's
      * name and starting locale when the master knows it.
      *
      * The master is opened on the first call and stays open for
      * the rest of the run, the way postal-centroid keeps its own.
      *
      * lk-brn-found answers:
      *   "Y"  active branch; lk-brn-name / lk-brn-locale set
      *   "I"  the branch is on the master but inactive
      *   "N"  the master has no such branch
      *   "X"  the master could not be opened (callers accept the
      *        code, as before there was a master)
      *
      * Environment:
      *   BRANCH_MASTER_FILE  the branch master
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-check.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT branch-file
                ASSIGN TO DYNAMIC WS-BRANCH-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS branch-key OF branch-rec
                FILE STATUS IS WS-FS-BRANCH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD branch-file.
        01 branch-rec.
           COPY "cpy/branch-rec".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-BRANCH-PATH        PIC X(255) VALUE SPACES.
       77 WS-FS-BRANCH          PIC X(02) VALUE "00".
           88 WS-FS-BRANCH-OK       VALUE "00" "02".
       77 WS-OPEN-STATE         PIC X(01) VALUE SPACE.
           88 WS-MASTER-UNTRIED     VALUE SPACE.
           88 WS-MASTER-OPEN        VALUE "Y".
           88 WS-MASTER-MISSING     VALUE "N".
       LINKAGE SECTION.
       77 lk-brn-code           PIC X(04).
       77 lk-brn-name           PIC X(30).
       77 lk-brn-locale         PIC X(02).
       77 lk-brn-found          PIC X(01).
       PROCEDURE DIVISION USING lk-brn-code, lk-brn-name,
               lk-brn-locale, lk-brn-found.
       0000-MAIN.
            MOVE "N" TO lk-brn-found.
            MOVE SPACES TO lk-brn-name lk-brn-locale.
            IF lk-brn-code = SPACES
                MOVE CFG-DEFAULT-HEAD-BRANCH TO lk-brn-code
            ELSE
                MOVE FUNCTION UPPER-CASE(lk-brn-code) TO lk-brn-code
            END-IF.
            IF WS-MASTER-UNTRIED
                PERFORM 1000-OPEN-MASTER
            END-IF.
            IF NOT WS-MASTER-OPEN
                MOVE "X" TO lk-brn-found
                GOBACK
            END-IF.
            MOVE lk-brn-code TO brn-code OF branch-rec.
            READ branch-file
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE brn-name OF branch-rec TO lk-brn-name
                    MOVE brn-locale OF branch-rec TO lk-brn-locale
                    IF brn-is-active OF branch-rec
                        MOVE "Y" TO lk-brn-found
                    ELSE
                        MOVE "I" TO lk-brn-found
                    END-IF
            END-READ.
            GOBACK.
      *-----------------------------------------------------------------
       1000-OPEN-MASTER.
            ACCEPT WS-BRANCH-PATH
                FROM ENVIRONMENT "BRANCH_MASTER_FILE".
            IF WS-BRANCH-PATH = SPACES
                MOVE CFG-DEFAULT-BRANCHES TO WS-BRANCH-PATH
            END-IF.
            OPEN INPUT branch-file.
            IF WS-FS-BRANCH-OK
                MOVE "Y" TO WS-OPEN-STATE
            ELSE
                MOVE "N" TO WS-OPEN-STATE
            END-IF.
            EXIT.
       END PROGRAM branch-check.
