      * Integrity verify for the shop's indexed files: the roster,
      * the appointment file, and the owners / rooms / users
      * masters.  Walks every record front to back, checks that the
      * keys really ascend (the appointment file's alternate date
      * key is walked as well, and must reach every record the
      * primary key does), and applies the field-level sanity rules
      * the owning programs enforce on entry (names against the
      * minimum-length rule, dates and times against the calendar's
      * validation ranges, switch bytes against their known values).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CURRENT.

           SELECT owner-file
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

       FD owner-file.
       77 WS-TOTAL-DEFECTS      PIC 9(06) VALUE ZERO.
       77 WS-PREV-KEY           PIC X(60) VALUE LOW-VALUES.
       77 WS-CUR-KEY            PIC X(60) VALUE LOW-VALUES.
       77 WS-ALT-COUNT          PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN.
            PERFORM UNTIL EOF-current-file
                ADD 1 TO WS-REC-COUNT
                MOVE SPACES TO WS-CUR-KEY
                MOVE appt-key OF appt-rec TO WS-CUR-KEY(1:20)
                IF WS-CUR-KEY <= WS-PREV-KEY
                    PERFORM A0250-COUNT-DEFECT
                END-IF
                   OR rec-year OF appt-rec > 2099
                    PERFORM A0250-COUNT-DEFECT
                END-IF
                IF rec-hour OF appt-rec > 23
                   OR rec-minute OF appt-rec > 59
                    PERFORM A0250-COUNT-DEFECT
                END-IF
                READ appt-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
                    SET EOF-current-file TO TRUE
                END-IF
            END-PERFORM.
            PERFORM A0450-VERIFY-DATE-KEY.
            CLOSE appt-file.
            PERFORM A0280-REPORT-ONE-FILE.
            EXIT.
      *-----------------------------------------------------------------
      *   The alternate date key: it must never run backwards
      *   (duplicates are allowed, so equal is fine) and must count
      *   the same records as the primary walk just did.  A file
      *   built before the key existed fails here until appt-rekey
      *   has rebuilt it.
       A0450-VERIFY-DATE-KEY.
            MOVE ZERO TO WS-ALT-COUNT.
            MOVE LOW-VALUES TO WS-PREV-KEY.
            MOVE "N" TO WS-EOF-SW.
            MOVE LOW-VALUES TO appt-date-key.
            START appt-file KEY IS NOT LESS THAN appt-date-key
                INVALID KEY SET EOF-current-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-current-file
                READ appt-file NEXT RECORD
                    AT END SET EOF-current-file TO TRUE
                END-READ
                IF NOT EOF-current-file
                    IF NOT WS-FS-CURRENT-OK
                        PERFORM A0250-COUNT-DEFECT
                        SET EOF-current-file TO TRUE
                    ELSE
                        ADD 1 TO WS-ALT-COUNT
                        MOVE SPACES TO WS-CUR-KEY
                        MOVE appt-date-key TO WS-CUR-KEY(1:12)
                        IF WS-CUR-KEY < WS-PREV-KEY
                            PERFORM A0250-COUNT-DEFECT
                        END-IF
                        MOVE WS-CUR-KEY TO WS-PREV-KEY
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "  clave por fecha registros: " WS-ALT-COUNT.
            IF WS-ALT-COUNT NOT = WS-REC-COUNT
                PERFORM A0250-COUNT-DEFECT
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0500-VERIFY-OWNERS.
            MOVE "maestro de duenos" TO WS-FILE-NAME.
