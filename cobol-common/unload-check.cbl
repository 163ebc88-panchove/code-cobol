      ******************************************************************
      * SHARED UNLOAD-CHECK SUBPROGRAM
      * Holds a backup generation up against today's layouts before
      * a restore, the restore drill or a single-record recovery
      * takes anything from it.  The unload has been 300 bytes since
      * the roster took its given-name and surname fields, and the
      * appointment and attendee keys have been on the 24-hour clock
      * since appt-time-convert; a copy taken before either change
      * still opens, but its records come out misaligned, and loading
      * or copying them back would write garbage into the live file.
      *
      * Two tests, both made by reading the copy through once:
      *   - a copy written at the earlier 200-byte width gives fewer
      *     300-byte records than the catalog counted when it was
      *     taken, so a count that differs from the catalog's marks
      *     the copy as of an earlier width;
      *   - on the 12-hour clock the appointment and attendee keys
      *     end in AM or PM (bytes 21-22), where the 24-hour record
      *     carries the recurrence code and description, or the
      *     attendee sequence; a copy whose every record has AM/PM
      *     there is of the 12-hour layout.
      * The copy is opened input only and closed again.  LINKAGE
      * layout in cpy/unload-check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unload-check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT unload-file
               ASSIGN TO DYNAMIC WS-COPY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COPY.
       DATA DIVISION.
       FILE SECTION.
       FD unload-file.
        01 unload-rec           PIC X(300).
       WORKING-STORAGE SECTION.
       77 WS-COPY-PATH          PIC X(255) VALUE SPACES.
       77 WS-FS-COPY            PIC X(02) VALUE "00".
           88 WS-FS-COPY-OK         VALUE "00" "10".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
        88 EOF-unload-file      VALUE "Y".
       77 WS-CLOCK-TAG          PIC X(01) VALUE "N".
        88 WS-TAG-HAS-CLOCK     VALUE "Y".
       77 WS-MERID-COUNT        PIC 9(06) VALUE ZERO.
       77 WS-MERIDIEM           PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       COPY "cpy/unload-check".
       PROCEDURE DIVISION USING lk-uc-path, lk-uc-tag,
               lk-uc-expected, lk-uc-count-known, lk-uc-read,
               lk-uc-status.
       0000-MAIN.
           SET lk-uc-usable TO TRUE.
           MOVE ZERO TO lk-uc-read WS-MERID-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE lk-uc-path TO WS-COPY-PATH.
           IF FUNCTION TRIM(lk-uc-tag) = "citas"
              OR FUNCTION TRIM(lk-uc-tag) = "asistentes"
               MOVE "Y" TO WS-CLOCK-TAG
           ELSE
               MOVE "N" TO WS-CLOCK-TAG
           END-IF.
           OPEN INPUT unload-file.
           IF NOT WS-FS-COPY-OK
               SET lk-uc-unreadable TO TRUE
               GOBACK
           END-IF.
           PERFORM 1000-READ-ONE.
           PERFORM 2000-CHECK-ONE UNTIL EOF-unload-file.
           CLOSE unload-file.
           IF lk-uc-count-given
              AND lk-uc-read NOT = lk-uc-expected
               SET lk-uc-old-width TO TRUE
           ELSE
               IF WS-TAG-HAS-CLOCK
                  AND lk-uc-read > ZERO
                  AND WS-MERID-COUNT = lk-uc-read
                   SET lk-uc-old-clock TO TRUE
               END-IF
           END-IF.
           GOBACK.
      *-----------------------------------------------------------------
       1000-READ-ONE.
           READ unload-file
               AT END SET EOF-unload-file TO TRUE
           END-READ.
           EXIT.
      *-----------------------------------------------------------------
       2000-CHECK-ONE.
           ADD 1 TO lk-uc-read.
           IF WS-TAG-HAS-CLOCK
               MOVE FUNCTION UPPER-CASE(unload-rec(21:2))
                   TO WS-MERIDIEM
               IF WS-MERIDIEM = "AM" OR WS-MERIDIEM = "PM"
                   ADD 1 TO WS-MERID-COUNT
               END-IF
           END-IF.
           PERFORM 1000-READ-ONE.
           EXIT.
       END PROGRAM unload-check.
