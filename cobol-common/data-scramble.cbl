      *                 derived one-to-one from a record counter),
      *                 sex codes, statuses, dates and usage counts
      *                 are preserved; names become generated,
      *                 plausible-looking spellings (the shared
      *                 name-scramble scheme), re-split into
      *                 their given-name and surname parts so no
      *                 real surname survives there; alias links are
      *                 dropped, since they would point at names
      *                 that no longer exist
      *   appointments  keys, rooms, places, durations, types,
      *                 outcomes and reference numbers survive;
      *                 descriptions become neutral text and
      *                 attendees become generated names
      *   attendees     same key, generated name; a visitor's
      *                 company becomes neutral text and the
      *                 identity document a number off the counter,
      *                 the flag and arrival stamp survive
      *
      * Outputs land on the test- paths (SCRAMBLE_ROSTER_OUT,
      * SCRAMBLE_APPT_OUT, SCRAMBLE_ATND_OUT override them); the
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec-in
               ALTERNATE RECORD KEY IS appt-date-key OF
                   appt-rec-in-by-date WITH DUPLICATES
               FILE STATUS IS WS-FS-IN.

           SELECT appt-out
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS appt-key OF appt-rec-out
               ALTERNATE RECORD KEY IS appt-date-key OF
                   appt-rec-out-by-date WITH DUPLICATES
               FILE STATUS IS WS-FS-OUT.

           SELECT atnd-in
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
            05 rec-type            PIC X(04).
            05 rec-outcome         PIC X(01).
            05 rec-refnum          PIC 9(06).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-in-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD appt-out.
        01 appt-rec-out.
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 rec-recur           PIC X(01).
            05 rec-desc            PIC X(60).
            05 rec-attendee        PIC X(50).
            05 rec-type            PIC X(04).
            05 rec-outcome         PIC X(01).
            05 rec-refnum          PIC 9(06).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-out-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD atnd-in.
        01 at-rec-in.
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

       FD atnd-out.
        01 at-rec-out.
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
      *   the generated name is derived one-to-one from this
      *   counter, so generated keys can never collide
       77 WS-NAME-SEED          PIC 9(07) VALUE ZERO.
       77 WS-GEN-NAME           PIC X(50) VALUE SPACES.
       77 WS-ROSTER-COUNT       PIC 9(06) VALUE ZERO.
       77 WS-APPT-COUNT         PIC 9(06) VALUE ZERO.
       77 WS-ATND-COUNT         PIC 9(06) VALUE ZERO.
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The shared name-scramble scheme: distinct seeds always
      *   make distinct names, so the key stays unique without
      *   looking like a serial number.
       A0250-GENERATE-NAME.
            ADD 1 TO WS-NAME-SEED.
            CALL "name-scramble" USING WS-NAME-SEED, WS-GEN-NAME.
            EXIT.
      *-----------------------------------------------------------------
       A0300-SCRAMBLE-ROSTER.
                MOVE WS-GEN-NAME TO name OF rec-name-out
                MOVE WS-GEN-NAME
                    TO rname-display OF rec-name-out
                CALL "name-split" USING rname-display OF rec-name-out,
                    rname-given OF rec-name-out,
                    rname-surname-1 OF rec-name-out,
                    rname-surname-2 OF rec-name-out,
                    rname-split-flag OF rec-name-out
                MOVE SPACES TO rname-alias-of OF rec-name-out
                WRITE rec-name-out
                    INVALID KEY CONTINUE
                MOVE at-rec-in TO at-rec-out
                PERFORM A0250-GENERATE-NAME
                MOVE WS-GEN-NAME TO at-name OF at-rec-out
                IF at-visitor OF at-rec-in NOT = SPACE
                    MOVE "EMPRESA DE PRUEBA"
                        TO at-company OF at-rec-out
                    MOVE SPACES TO at-id-doc OF at-rec-out
                    STRING "DOC" WS-ATND-COUNT
                        DELIMITED BY SIZE
                        INTO at-id-doc OF at-rec-out
                    END-STRING
                END-IF
                WRITE at-rec-out
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-ATND-COUNT
