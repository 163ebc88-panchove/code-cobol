            05 aud-user         PIC X(08).
            05 FILLER           PIC X(01).
            05 aud-option       PIC X(20).
            05 FILLER           PIC X(01).
      *     the option code a refused attempt was made on
            05 aud-detail       PIC X(20).
            05 FILLER           PIC X(12).

       FD roster-journal.
           COPY "cpy/roster-journal".
                10 canc-day        PIC 99.
                10 canc-hour       PIC 99.
                10 canc-minute     PIC 99.
                10 canc-stamp-date PIC 9(08).
                10 canc-stamp-time PIC 9(06).
            05 canc-operator       PIC X(08).
                    MOVE aud-time TO WS-EVT-TIME(WS-EVT-COUNT)
                    MOVE "MENU" TO WS-EVT-SOURCE(WS-EVT-COUNT)
                    MOVE aud-option TO WS-EVT-TEXT(WS-EVT-COUNT)
                    IF aud-detail NOT = SPACES
                        MOVE aud-detail
                            TO WS-EVT-TEXT(WS-EVT-COUNT)(22:20)
                    END-IF
                END-IF
                READ audit-file
                    AT END SET EOF-current-file TO TRUE
                    MOVE SPACES TO WS-EVT-TEXT(WS-EVT-COUNT)
                    STRING canc-owner " "
                        canc-day "/" canc-month "/" canc-year " "
                        canc-hour ":" canc-minute
                        DELIMITED BY SIZE
                        INTO WS-EVT-TEXT(WS-EVT-COUNT)
                    END-STRING
