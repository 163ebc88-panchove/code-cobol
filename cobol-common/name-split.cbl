      ******************************************************************
      * SHARED NAME-SPLIT SUBPROGRAM
      * Splits a roster display name into its parts under our
      * two-surname convention -- given names, first (paternal)
      * surname, second (maternal) surname -- for the structured
      * fields in cpy/roster-fields.  The parts keep the spelling
      * the operator typed; the matching key is still the whole
      * normalized name, and nothing here touches it.
      *
      * The name is cut into words, and a particle (DE, DEL, LA,
      * LAS, LOS, Y, SAN, SANTA, DA, DAS, DI, DOS, VAN, VON) is
      * joined to the word after it, so "DE LA FUENTE" is one
      * surname and "MARIA DEL CARMEN" one given name.  Counting
      * those units:
      *
      *   3 or 4      given name(s), then the two surnames --
      *               parsed with confidence, flag "P"
      *   1, 2, 5+    the same rule, but flag "R" for an operator
      *               to review: a lone word, a single surname or
      *               a double given name cannot be told apart,
      *               and five or more units is a guess
      *
      * The written "SURNAMES, GIVEN NAMES" form is taken at its
      * word: one or two surname units before the comma is "P".  A
      * trailing particle, a second comma, or a part too long for
      * its field also sends the name to review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. name-split.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
       77 WS-WORK-IN            PIC X(50) VALUE SPACES.
       77 WS-SCAN               PIC X(50) VALUE SPACES.
       77 WS-GIVEN-PART         PIC X(50) VALUE SPACES.
       77 WS-WORD               PIC X(50) VALUE SPACES.
       77 WS-WORD-UP            PIC X(50) VALUE SPACES.
       77 WS-JOINED             PIC X(50) VALUE SPACES.
       77 WS-COMMA-COUNT        PIC 99 COMP VALUE ZERO.
       77 WS-PTR                PIC 99 COMP VALUE ZERO.
       77 WS-UNIT-PTR           PIC 99 COMP VALUE ZERO.
       77 WS-JOIN-PTR           PIC 99 COMP VALUE ZERO.
       77 WS-JOIN-FROM          PIC 99 COMP VALUE ZERO.
       77 WS-JOIN-TO            PIC 99 COMP VALUE ZERO.
       77 WS-IDX                PIC 99 COMP VALUE ZERO.
       77 WS-UNIT-MAX           PIC 99 COMP VALUE 12.
       77 WS-UNIT-COUNT         PIC 99 COMP VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT OCCURS 12 TIMES PIC X(50).
       77 WS-REVIEW             PIC X(01) VALUE "N".
        88 SPLIT-NEEDS-REVIEW   VALUE "Y".
       LINKAGE SECTION.
       77 lk-name-in            PIC X(50).
       77 lk-given              PIC X(30).
       77 lk-surname-1          PIC X(25).
       77 lk-surname-2          PIC X(25).
       77 lk-split-flag         PIC X(01).
       PROCEDURE DIVISION USING lk-name-in, lk-given, lk-surname-1,
               lk-surname-2, lk-split-flag.
       0000-MAIN.
            MOVE SPACES TO lk-given lk-surname-1 lk-surname-2.
            MOVE "N" TO WS-REVIEW.
            MOVE FUNCTION TRIM(lk-name-in) TO WS-WORK-IN.
            IF WS-WORK-IN = SPACES
                MOVE "R" TO lk-split-flag
                GOBACK
            END-IF.
            MOVE ZERO TO WS-COMMA-COUNT.
            INSPECT WS-WORK-IN TALLYING WS-COMMA-COUNT FOR ALL ",".
            EVALUATE WS-COMMA-COUNT
                WHEN ZERO
                    MOVE WS-WORK-IN TO WS-SCAN
                    PERFORM 0100-CUT-UNITS
                    PERFORM 0300-ASSIGN-GIVEN-FIRST
                WHEN 1
                    MOVE SPACES TO WS-SCAN WS-GIVEN-PART
                    UNSTRING WS-WORK-IN DELIMITED BY ","
                        INTO WS-SCAN WS-GIVEN-PART
                    END-UNSTRING
                    MOVE FUNCTION TRIM(WS-SCAN) TO WS-SCAN
                    PERFORM 0100-CUT-UNITS
                    PERFORM 0400-ASSIGN-SURNAMES-FIRST
                WHEN OTHER
                    MOVE "Y" TO WS-REVIEW
                    MOVE WS-WORK-IN TO lk-given
            END-EVALUATE.
            IF SPLIT-NEEDS-REVIEW
                MOVE "R" TO lk-split-flag
            ELSE
                MOVE "P" TO lk-split-flag
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
      *   Words off WS-SCAN into WS-UNIT; a particle stays open and
      *   takes the next word with it.
       0100-CUT-UNITS.
            MOVE SPACES TO WS-UNIT-TABLE.
            MOVE ZERO TO WS-UNIT-COUNT.
            MOVE 1 TO WS-PTR WS-UNIT-PTR.
            PERFORM 0200-TAKE-ONE-WORD UNTIL WS-PTR > 50.
      *     a particle left open at the end has nothing to join
            IF WS-UNIT-PTR > 1
                ADD 1 TO WS-UNIT-COUNT
                MOVE "Y" TO WS-REVIEW
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       0200-TAKE-ONE-WORD.
            MOVE SPACES TO WS-WORD.
            UNSTRING WS-SCAN DELIMITED BY ALL SPACE
                INTO WS-WORD WITH POINTER WS-PTR
            END-UNSTRING.
            IF WS-WORD = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-UNIT-COUNT >= WS-UNIT-MAX
                MOVE "Y" TO WS-REVIEW
                EXIT PARAGRAPH
            END-IF.
            IF WS-UNIT-PTR > 1
                ADD 1 TO WS-UNIT-PTR
            END-IF.
            STRING WS-WORD DELIMITED BY SPACE
                INTO WS-UNIT(WS-UNIT-COUNT + 1)
                WITH POINTER WS-UNIT-PTR
                ON OVERFLOW MOVE "Y" TO WS-REVIEW
            END-STRING.
            MOVE FUNCTION UPPER-CASE(WS-WORD) TO WS-WORD-UP.
            IF WS-WORD-UP = "DE" OR "DEL" OR "LA" OR "LAS" OR "LOS"
                    OR "Y" OR "SAN" OR "SANTA" OR "DA" OR "DAS"
                    OR "DI" OR "DOS" OR "VAN" OR "VON"
                CONTINUE
            ELSE
                ADD 1 TO WS-UNIT-COUNT
                MOVE 1 TO WS-UNIT-PTR
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Plain order: everything ahead of the last two units is the
      *   given name.
       0300-ASSIGN-GIVEN-FIRST.
            EVALUATE WS-UNIT-COUNT
                WHEN 1
                    MOVE "Y" TO WS-REVIEW
                    MOVE WS-UNIT(1) TO WS-JOINED
                    PERFORM 0500-CHECK-GIVEN
                WHEN 2
                    MOVE "Y" TO WS-REVIEW
                    MOVE WS-UNIT(1) TO WS-JOINED
                    PERFORM 0500-CHECK-GIVEN
                    MOVE WS-UNIT(2) TO WS-JOINED
                    PERFORM 0510-CHECK-SURNAME-1
                WHEN OTHER
                    IF WS-UNIT-COUNT > 4
                        MOVE "Y" TO WS-REVIEW
                    END-IF
                    MOVE 1 TO WS-JOIN-FROM
                    COMPUTE WS-JOIN-TO = WS-UNIT-COUNT - 2
                    PERFORM 0600-JOIN-UNITS
                    PERFORM 0500-CHECK-GIVEN
                    MOVE WS-UNIT(WS-UNIT-COUNT - 1) TO WS-JOINED
                    PERFORM 0510-CHECK-SURNAME-1
                    MOVE WS-UNIT(WS-UNIT-COUNT) TO WS-JOINED
                    PERFORM 0520-CHECK-SURNAME-2
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   "SURNAMES, GIVEN NAMES": the comma already says which is
      *   which.
       0400-ASSIGN-SURNAMES-FIRST.
            EVALUATE WS-UNIT-COUNT
                WHEN 1
                    MOVE WS-UNIT(1) TO WS-JOINED
                    PERFORM 0510-CHECK-SURNAME-1
                WHEN 2
                    MOVE WS-UNIT(1) TO WS-JOINED
                    PERFORM 0510-CHECK-SURNAME-1
                    MOVE WS-UNIT(2) TO WS-JOINED
                    PERFORM 0520-CHECK-SURNAME-2
                WHEN OTHER
                    MOVE "Y" TO WS-REVIEW
                    MOVE WS-UNIT(1) TO WS-JOINED
                    PERFORM 0510-CHECK-SURNAME-1
                    MOVE 2 TO WS-JOIN-FROM
                    MOVE WS-UNIT-COUNT TO WS-JOIN-TO
                    PERFORM 0600-JOIN-UNITS
                    PERFORM 0520-CHECK-SURNAME-2
            END-EVALUATE.
            MOVE FUNCTION TRIM(WS-GIVEN-PART) TO WS-JOINED.
            IF WS-JOINED = SPACES
                MOVE "Y" TO WS-REVIEW
            END-IF.
            PERFORM 0500-CHECK-GIVEN.
            EXIT.
      *-----------------------------------------------------------------
      *   Each part goes to its field; one that does not fit is cut
      *   and the name sent to review.
       0500-CHECK-GIVEN.
            IF WS-JOINED(31:) NOT = SPACES
                MOVE "Y" TO WS-REVIEW
            END-IF.
            MOVE WS-JOINED TO lk-given.
            EXIT.
      *-----------------------------------------------------------------
       0510-CHECK-SURNAME-1.
            IF WS-JOINED(26:) NOT = SPACES
                MOVE "Y" TO WS-REVIEW
            END-IF.
            MOVE WS-JOINED TO lk-surname-1.
            EXIT.
      *-----------------------------------------------------------------
       0520-CHECK-SURNAME-2.
            IF WS-JOINED(26:) NOT = SPACES
                MOVE "Y" TO WS-REVIEW
            END-IF.
            MOVE WS-JOINED TO lk-surname-2.
            EXIT.
      *-----------------------------------------------------------------
      *   Units WS-JOIN-FROM thru WS-JOIN-TO, one space apart, into
      *   WS-JOINED.
       0600-JOIN-UNITS.
            MOVE SPACES TO WS-JOINED.
            MOVE 1 TO WS-JOIN-PTR.
            PERFORM 0610-JOIN-ONE-UNIT VARYING WS-IDX
                FROM WS-JOIN-FROM BY 1 UNTIL WS-IDX > WS-JOIN-TO.
            EXIT.
      *-----------------------------------------------------------------
       0610-JOIN-ONE-UNIT.
            IF WS-JOIN-PTR > 1
                ADD 1 TO WS-JOIN-PTR
            END-IF.
            IF WS-JOIN-PTR <= 50
                STRING FUNCTION TRIM(WS-UNIT(WS-IDX))
                    DELIMITED BY SIZE
                    INTO WS-JOINED WITH POINTER WS-JOIN-PTR
                    ON OVERFLOW MOVE "Y" TO WS-REVIEW
                END-STRING
            ELSE
                MOVE "Y" TO WS-REVIEW
            END-IF.
            EXIT.
       END PROGRAM name-split.
