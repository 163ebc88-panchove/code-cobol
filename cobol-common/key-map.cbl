      ******************************************************************
      * SHARED FUNCTION-KEY SUBPROGRAM
      * One meaning per function key across every screen program:
      * the caller hands over the CRT STATUS of its last ACCEPT and
      * gets back what the key means (help, back, refresh, page
      * back/forward, exit), instead of each screen testing its own
      * key numbers -- the calendar used to know only F10, the main
      * menu only F1, and the prompt screens only letters.
      *
      * The assignments live in a key map file (one line per key:
      * two-digit function key number, the action letter and a
      * note, default data/key-map.txt, overridable through
      * KEY_MAP_FILE), loaded once on the first call of the run,
      * with the shop standard compiled in as the fallback when the
      * file is missing.  The legend line shown at the bottom of
      * each screen comes from the message catalog through
      * msg-lookup, so it reads in the user's locale (APP_LOCALE).
      *
      * The CRT STATUS is taken in either form it arrives in: the
      * two-byte key1/key2 pair the calendar and the main menu
      * declare (key1 "1" = function key, key2 the key number as a
      * binary byte) or the four-digit form (1nn = function key nn).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. key-map.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT key-map-file
               ASSIGN TO DYNAMIC WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAP.
       DATA DIVISION.
       FILE SECTION.
       FD key-map-file.
        01 key-map-rec.
            05 km-key           PIC X(02).
            05 FILLER           PIC X(01).
            05 km-action        PIC X(01).
            05 FILLER           PIC X(01).
            05 km-note          PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/messages".
       77 WS-MAP-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-MAP             PIC X(02) VALUE "00".
           88 WS-FS-MAP-OK          VALUE "00".
       77 WS-EOF-MAP            PIC X(01) VALUE "N".
        88 EOF-key-map-file     VALUE "Y".
      *   the loaded map survives between CALLs of one run
       77 WS-LOAD-STATE         PIC X(01) VALUE "N".
           88 WS-MAP-LOADED         VALUE "Y".
      *   the shop standard, used until (and unless) the file loads
       01 WS-STD-MAP-DATA.
           05 FILLER            PIC X(03) VALUE "01H".
           05 FILLER            PIC X(03) VALUE "03B".
           05 FILLER            PIC X(03) VALUE "05R".
           05 FILLER            PIC X(03) VALUE "07P".
           05 FILLER            PIC X(03) VALUE "08N".
           05 FILLER            PIC X(03) VALUE "10X".
       01 WS-STD-MAP REDEFINES WS-STD-MAP-DATA.
           05 WS-STD-ENTRY OCCURS 6 TIMES.
               10 WS-STD-KEY        PIC 9(02).
               10 WS-STD-ACTION     PIC X(01).
       77 WS-STD-MAX            PIC 9(02) COMP VALUE 6.
       77 WS-MAP-MAX            PIC 9(02) COMP VALUE 24.
       77 WS-MAP-COUNT          PIC 9(02) COMP VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 24 TIMES.
               10 WS-MAP-KEY        PIC 9(02).
               10 WS-MAP-ACTION     PIC X(01).
       77 WS-MAP-I              PIC 9(02) COMP VALUE ZERO.
       77 WS-KEY-NUM            PIC 9(02) VALUE ZERO.
       77 WS-LOCALE             PIC X(02) VALUE SPACES.
       77 WS-MSG-CODE           PIC 9(02) VALUE ZERO.
       77 WS-MSG-TEXT           PIC X(80) VALUE SPACES.
       LINKAGE SECTION.
       COPY "cpy/key-map".
       PROCEDURE DIVISION USING lk-key-op, lk-key-status,
               lk-key-action, lk-key-legend.
       0000-MAIN.
           IF WS-LOAD-STATE = "N"
               PERFORM 1000-LOAD-MAP
           END-IF.
           EVALUATE TRUE
               WHEN lk-key-op-translate
                   PERFORM 2000-TRANSLATE-KEY
               WHEN lk-key-op-legend
                   PERFORM 3000-BUILD-LEGEND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      *   The compiled standard goes in first; a map file, when
      *   there is one, replaces it whole, so a key left out of the
      *   file is a key with no meaning.
       1000-LOAD-MAP.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > WS-STD-MAX
               MOVE WS-STD-KEY(WS-MAP-I) TO WS-MAP-KEY(WS-MAP-I)
               MOVE WS-STD-ACTION(WS-MAP-I)
                   TO WS-MAP-ACTION(WS-MAP-I)
           END-PERFORM.
           MOVE WS-STD-MAX TO WS-MAP-COUNT.
           MOVE "Y" TO WS-LOAD-STATE.
           ACCEPT WS-MAP-PATH FROM ENVIRONMENT "KEY_MAP_FILE".
           IF WS-MAP-PATH = SPACES
               MOVE CFG-DEFAULT-KEY-MAP TO WS-MAP-PATH
           END-IF.
           OPEN INPUT key-map-file.
           IF NOT WS-FS-MAP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MAP-COUNT.
           READ key-map-file
               AT END SET EOF-key-map-file TO TRUE
           END-READ.
           PERFORM UNTIL EOF-key-map-file
                   OR WS-MAP-COUNT >= WS-MAP-MAX
               IF km-key IS NUMERIC AND km-action NOT = SPACE
                   ADD 1 TO WS-MAP-COUNT
                   MOVE km-key TO WS-MAP-KEY(WS-MAP-COUNT)
                   MOVE FUNCTION UPPER-CASE(km-action)
                       TO WS-MAP-ACTION(WS-MAP-COUNT)
               END-IF
               READ key-map-file
                   AT END SET EOF-key-map-file TO TRUE
               END-READ
           END-PERFORM.
           CLOSE key-map-file.
           EXIT.
      *-----------------------------------------------------------------
      *   ENTER (or any ordinary end of the ACCEPT) is no action; a
      *   function key the map does not know is "?", which the
      *   screens ignore.
       2000-TRANSLATE-KEY.
           MOVE SPACE TO lk-key-action.
           MOVE ZERO TO WS-KEY-NUM.
           IF lk-key-status IS NUMERIC
               IF lk-key-status(1:2) = "10"
                   MOVE lk-key-status(3:2) TO WS-KEY-NUM
               END-IF
           ELSE
               IF lk-key-status(1:1) = "1"
                   COMPUTE WS-KEY-NUM =
                       FUNCTION ORD(lk-key-status(2:1)) - 1
               END-IF
           END-IF.
           IF WS-KEY-NUM = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "?" TO lk-key-action.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > WS-MAP-COUNT
                   OR WS-MAP-KEY(WS-MAP-I) = WS-KEY-NUM
               CONTINUE
           END-PERFORM.
           IF WS-MAP-I NOT > WS-MAP-COUNT
               MOVE WS-MAP-ACTION(WS-MAP-I) TO lk-key-action
           END-IF.
           EXIT.
      *-----------------------------------------------------------------
       3000-BUILD-LEGEND.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "APP_LOCALE".
           IF WS-LOCALE = SPACES
               MOVE CFG-DEFAULT-LOCALE TO WS-LOCALE
           END-IF.
           MOVE MSG-CODE-KEY-LEGEND TO WS-MSG-CODE.
           CALL "msg-lookup" USING WS-MSG-CODE, WS-LOCALE,
               WS-MSG-TEXT.
           IF WS-MSG-TEXT = SPACES
               MOVE "F1 Ayuda  F3 Volver  F5 Refrescar  "
                   & "F7/F8 Pagina  F10 Salir" TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT TO lk-key-legend.
           EXIT.
       END PROGRAM key-map.
