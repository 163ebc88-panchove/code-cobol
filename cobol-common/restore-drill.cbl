      ******************************************************************
      * RESTORE-DRILL
      * Proves each backup generation is actually restorable BEFORE
      * the day it is desperately needed: for every tag in the backup
      * catalog the NEWEST generation is restored into a scratch area
      * (data/drill-<tag>.dat -- the live files are never touched),
      * the restored copy is walked checking that its keys really
      * ascend (the appointment copy's date key is counted too), the
      * record count is compared to what the catalog promised, and a
      * restorability status line per file goes to the drill report
      * and to the job journal (job drill-<tag>).  A bad backup is a
      * morning finding, not a disaster-day one.  Runs in the nightly
      * stream behind the backup step.
      *
      * Before anything is loaded the copy goes through unload-check:
      * a generation written at an earlier unload width, or with the
      * appointment or attendee keys still on the 12-hour clock, is
      * reported ANTIGUA and counted as a failed drill -- data-restore
      * refuses such a copy, so it is no backup of today's files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restore-drill.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SCRATCH.

           SELECT atnd-file
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 FILLER              PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD atnd-file.
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

       FD owner-file.
        01 owner-rec.
           COPY "cpy/user-rec".

       FD unload-file.
        01 unload-rec           PIC X(300).

       FD catalog-file.
        01 catalog-rec.
       77 WS-CMD-LEN            PIC 999 COMP VALUE ZERO.
       77 WS-GZ-TEMP            PIC X(255) VALUE SPACES.
       77 WS-WAS-GZ             PIC X(01) VALUE "N".
      *   whether the copy still reads at today's layouts
       COPY "cpy/unload-check".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-LOADED             PIC 9(06) VALUE ZERO.
       77 WS-VERIFIED           PIC 9(06) VALUE ZERO.
       77 WS-KEY-FAULTS         PIC 9(05) VALUE ZERO.
       77 WS-ALT-COUNT          PIC 9(06) VALUE ZERO.
       77 WS-PREV-KEY           PIC X(60) VALUE LOW-VALUES.
       77 WS-CUR-KEY            PIC X(60) VALUE LOW-VALUES.
       77 WS-DRILL-FAILS        PIC 9(03) VALUE ZERO.
            END-STRING.
            MOVE ZERO TO WS-LOADED WS-VERIFIED WS-KEY-FAULTS.
            PERFORM A0350-MAYBE-DECOMPRESS.
            MOVE WS-COPY-PATH TO lk-uc-path.
            MOVE WS-CUR-TAG TO lk-uc-tag.
            MOVE WS-TAG-RECORDS(WS-TI) TO lk-uc-expected.
            MOVE "Y" TO lk-uc-count-known.
            CALL "unload-check" USING lk-uc-path, lk-uc-tag,
                lk-uc-expected, lk-uc-count-known, lk-uc-read,
                lk-uc-status.
            IF lk-uc-old-width OR lk-uc-old-clock
                PERFORM A0380-DROP-SCRATCH-COPY
                MOVE "ANTIGUA" TO WS-VERDICT
                PERFORM A0700-WRITE-VERDICT
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT unload-file.
            IF NOT WS-FS-COPY-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0550-VERIFY-ONE-RECORD UNTIL EOF-current-file.
            IF FUNCTION TRIM(WS-CUR-TAG) = "citas"
                PERFORM A0560-COUNT-DATE-KEY
            END-IF.
            EVALUATE FUNCTION TRIM(WS-CUR-TAG)
                WHEN "padron"    CLOSE roster-file
                WHEN "citas"     CLOSE appt-file
                    END-READ
                    IF NOT EOF-current-file
                        MOVE appt-key OF appt-rec
                            TO WS-CUR-KEY(1:20)
                    END-IF
                WHEN "asistentes"
                    READ atnd-file
            END-IF.
            MOVE WS-CUR-KEY TO WS-PREV-KEY.
            EXIT.
      *-----------------------------------------------------------------
      *   The appointment copy's date key was rebuilt by the load;
      *   it must reach every record the prime key did.
       A0560-COUNT-DATE-KEY.
            MOVE ZERO TO WS-ALT-COUNT.
            MOVE LOW-VALUES TO appt-date-key.
            START appt-file KEY IS NOT LESS THAN appt-date-key
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF-SW
                    PERFORM UNTIL EOF-current-file
                        READ appt-file NEXT RECORD
                            AT END SET EOF-current-file TO TRUE
                            NOT AT END ADD 1 TO WS-ALT-COUNT
                        END-READ
                    END-PERFORM
            END-START.
            IF WS-ALT-COUNT NOT = WS-VERIFIED
                ADD 1 TO WS-KEY-FAULTS
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0700-WRITE-VERDICT.
            MOVE SPACES TO drill-report-line.
