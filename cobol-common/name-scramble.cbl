      ******************************************************************
      * SHARED NAME-SCRAMBLE SUBPROGRAM
      * The replacement-name scheme for anonymized data: five
      * syllables picked by the seed in base twelve make a
      * three-syllable first name and a two-syllable surname.
      * Distinct seeds (below twelve to the fifth) always make
      * distinct names, so a caller that counts its seed up keeps
      * keys unique without the names looking like serial numbers.
      * data-scramble uses it for the whole-file test copies and
      * roster-privacy for the one person it erases, so an
      * anonymized name reads the same wherever it came from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. name-scramble.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SYLLABLES          PIC X(36) VALUE
           "MARLUICARTERSOLRAMNELVICDORISABELTON".
       LOCAL-STORAGE SECTION.
       77 WS-SYL-IDX            PIC 99 COMP VALUE ZERO.
       77 WS-SEED-WORK          PIC 9(07) COMP VALUE ZERO.
       77 WS-GEN-POS            PIC 999 COMP VALUE ZERO.
       77 WS-PART               PIC 9 COMP VALUE ZERO.
       LINKAGE SECTION.
       77 lk-seed               PIC 9(07).
       77 lk-gen-name           PIC X(50).
       PROCEDURE DIVISION USING lk-seed, lk-gen-name.
       0000-MAIN.
            MOVE lk-seed TO WS-SEED-WORK.
            MOVE SPACES TO lk-gen-name.
            MOVE 1 TO WS-GEN-POS.
            PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 5
                COMPUTE WS-SYL-IDX =
                    FUNCTION MOD(WS-SEED-WORK, 12)
                COMPUTE WS-SEED-WORK = WS-SEED-WORK / 12
                STRING WS-SYLLABLES(WS-SYL-IDX * 3 + 1:3)
                    DELIMITED BY SIZE INTO lk-gen-name
                    WITH POINTER WS-GEN-POS
                END-STRING
                IF WS-PART = 3
                    STRING " " DELIMITED BY SIZE INTO lk-gen-name
                        WITH POINTER WS-GEN-POS
                    END-STRING
                END-IF
            END-PERFORM.
            GOBACK.
       END PROGRAM name-scramble.
