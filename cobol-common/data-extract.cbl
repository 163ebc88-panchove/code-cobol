      * wanted, an optional owner and date-range filter, the output
      * path and the separator -- and the office request becomes a
      * control card instead of a retyping afternoon.  The output
      * carries a header row naming the columns, and goes out between
      * the shop's interface header and trailer control records
      * (iface-control, type EXTRACT): the trailer holds the line
      * count and a hash total of the reference number (citas) or the
      * date added (padron).
      *
      * Control card (EXTRACT_CONTROL_FILE, default
      * data/extract-control.txt), one setting per line:
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-IN.

           SELECT roster-file
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
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD roster-file.
        01 rec-name.
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *   header/trailer control records around the extract
       COPY "cpy/iface-control".
       77 WS-CONTROL-PATH       PIC X(255) VALUE SPACES.
       77 WS-APPT-PATH          PIC X(255) VALUE SPACES.
       77 WS-ROSTER-PATH        PIC X(255) VALUE SPACES.
                MOVE CFG-DEFAULT-EXTRACT-OUT TO WS-OUT-PATH
            END-IF.
            OPEN OUTPUT extract-file.
            MOVE "EXTRACT" TO lk-ctl-type.
            MOVE "data-extract" TO lk-ctl-program.
            MOVE ZERO TO lk-ctl-hash-value.
            MOVE SPACES TO lk-ctl-hash-text.
            SET lk-ctl-op-header TO TRUE.
            PERFORM A0700-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO extract-line.
            WRITE extract-line.
            PERFORM A0300-WRITE-HEADER-ROW.
            IF WS-SOURCE-APPT
                PERFORM A0400-EXTRACT-APPOINTMENTS
            ELSE
                PERFORM A0500-EXTRACT-ROSTER
            END-IF.
            SET lk-ctl-op-trailer TO TRUE.
            PERFORM A0700-CALL-IFACE-CONTROL.
            MOVE lk-ctl-record TO extract-line.
            WRITE extract-line.
            CLOSE extract-file.
            DISPLAY "Filas extraidas: " WS-WRITTEN " en "
                FUNCTION TRIM(WS-OUT-PATH).
                    WITH POINTER WS-LINE-POS
                END-STRING
            END-PERFORM.
            PERFORM A0600-WRITE-EXTRACT-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0400-EXTRACT-APPOINTMENTS.
                    WITH POINTER WS-LINE-POS
                END-STRING
            END-PERFORM.
            MOVE rec-refnum TO lk-ctl-hash-value.
            PERFORM A0600-WRITE-EXTRACT-LINE.
            ADD 1 TO WS-WRITTEN.
            EXIT.
      *-----------------------------------------------------------------
                        DELIMITED BY SIZE INTO WS-FIELD-VAL
                    END-STRING
                WHEN "HORA"
                    STRING rec-hour ":" rec-minute
                        DELIMITED BY SIZE INTO WS-FIELD-VAL
                    END-STRING
                WHEN "DESC"
                    WITH POINTER WS-LINE-POS
                END-STRING
            END-PERFORM.
            MOVE rname-date-added OF rec-name TO lk-ctl-hash-value.
            PERFORM A0600-WRITE-EXTRACT-LINE.
            ADD 1 TO WS-WRITTEN.
            EXIT.
      *-----------------------------------------------------------------
                    MOVE "?" TO WS-FIELD-VAL
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Every line after the control header is written here so the
      *   trailer's count and hash total see it; the caller stages
      *   the row's key in lk-ctl-hash-value (zero for the title).
       A0600-WRITE-EXTRACT-LINE.
            WRITE extract-line.
            SET lk-ctl-op-add TO TRUE.
            PERFORM A0700-CALL-IFACE-CONTROL.
            MOVE ZERO TO lk-ctl-hash-value.
            EXIT.
      *-----------------------------------------------------------------
       A0700-CALL-IFACE-CONTROL.
            CALL "iface-control" USING lk-ctl-op, lk-ctl-type,
                lk-ctl-program, lk-ctl-record, lk-ctl-hash-value,
                lk-ctl-hash-text, lk-ctl-status, lk-ctl-reason.
            EXIT.
       END PROGRAM data-extract.
