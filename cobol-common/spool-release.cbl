      * same borrowing step-timer uses), the catalog line's status
      * flips from P (pendiente) to R (released), and the release
      * log records member, destination, operator and time -- so
      * operations can prove where every report went.  The release
      * date goes on the catalog line too: spool-purge counts a
      * member's retention from it.  A member spool-purge already
      * removed (status E) cannot be released.
      *
      * The member to release comes from SPOOL_RELEASE_LINE (its
      * number in the catalog) or is prompted for after a listing.
       DATA DIVISION.
       FILE SECTION.
       FD spool-catalog.
        01 spool-catalog-rec    PIC X(160).

       FD printer-file.
        01 printer-rec.
       77 WS-CAT-MAX            PIC 9(03) COMP VALUE 300.
       77 WS-CAT-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CAT-LINE OCCURS 300 TIMES PIC X(160).
       77 WS-CAT-I              PIC 9(03) COMP VALUE ZERO.
       77 WS-PICK-TXT           PIC X(04) VALUE SPACES.
       77 WS-PICK               PIC 9(03) VALUE ZERO.
                DISPLAY "Fuera del catalogo; nada liberado."
                GOBACK
            END-IF.
            IF WS-CAT-LINE(WS-PICK)(146:1) = "E"
                DISPLAY "Miembro ya depurado; nada liberado."
                GOBACK
            END-IF.
            MOVE WS-CAT-LINE(WS-PICK)(56:80) TO WS-MEMBER-PATH.
            MOVE WS-CAT-LINE(WS-PICK)(137:8) TO WS-MEMBER-DEST.
            IF WS-MEMBER-DEST = SPACES
                GOBACK
            END-IF.
            MOVE "R" TO WS-CAT-LINE(WS-PICK)(146:1).
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            STRING WS-TODAY-DATE(1:4) "-" WS-TODAY-DATE(5:2) "-"
                WS-TODAY-DATE(7:2)
                DELIMITED BY SIZE INTO WS-CAT-LINE(WS-PICK)(148:10)
            END-STRING.
            PERFORM A0600-REWRITE-CATALOG.
            PERFORM A0700-WRITE-RELEASE-LOG.
            DISPLAY "Miembro liberado a " WS-MEMBER-DEST " ("
      *-----------------------------------------------------------------
       A0300-LIST-CATALOG.
            DISPLAY "Miembros del spool (estado P=pendiente, "
                "R=liberado, E=depurado; H=retencion legal):".
            PERFORM VARYING WS-CAT-I FROM 1 BY 1
                    UNTIL WS-CAT-I > WS-CAT-COUNT
                DISPLAY WS-CAT-I " " WS-CAT-LINE(WS-CAT-I)(1:54)
                    " " WS-CAT-LINE(WS-CAT-I)(137:10)
                    " " WS-CAT-LINE(WS-CAT-I)(159:1)
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
