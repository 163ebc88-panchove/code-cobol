      * line with operator and timestamp, the way roster maintenance
      * journals.  loc-load remains only for the initial seeding.
      * Prompt-driven in the same style as room-maint.
      *
      * A place nobody has surveyed yet can be added with its postal
      * code instead of coordinates: the centroid comes from the
      * postal-code master through postal-centroid and the place is
      * marked approximate until real coordinates are typed over it.
      * Action P lists the active approximate places still waiting
      * for a survey.  Compile together with postal-centroid.cbl.
      *
      * Each place belongs to a branch on the branch master (blank
      * = the head office), checked through branch-check; compile
      * that one in as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loc-maint.
        88 WS-ACTION-MODIFY     VALUE "M" "m".
        88 WS-ACTION-TOGGLE     VALUE "B" "b".
        88 WS-ACTION-LIST       VALUE "L" "l".
        88 WS-ACTION-PENDING    VALUE "P" "p".
       77 WS-WORK-ID            PIC X(05) VALUE SPACES.
       77 WS-WORK-NAME          PIC X(30) VALUE SPACES.
       77 WS-WORK-LAT           PIC X(11) VALUE SPACES.
       77 WS-WORK-LON           PIC X(11) VALUE SPACES.
       77 WS-WORK-POSTAL        PIC X(08) VALUE SPACES.
       77 WS-WORK-BRANCH        PIC X(04) VALUE SPACES.
       77 WS-LAT-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-LON-NUM            PIC S9(3)V9(6) VALUE ZERO.
       77 WS-COORDS-OK          PIC X(01) VALUE "N".
       77 WS-EOF-MASTER         PIC X(01) VALUE "N".
        88 EOF-loc-file         VALUE "Y".
       77 WS-LIST-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-PENDING-COUNT      PIC 9(05) COMP VALUE ZERO.
       77 WS-PRECISION-TAG      PIC X(16) VALUE SPACES.
      *   staged postal-centroid CALL arguments
       77 WS-PC-LOCALITY        PIC X(30) VALUE SPACES.
       77 WS-PC-LAT             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-LON             PIC S9(3)V9(6) SIGN LEADING SEPARATE
                                VALUE ZERO.
       77 WS-PC-FOUND           PIC X(01) VALUE SPACE.
        88 WS-PC-IS-FOUND       VALUE "Y".
        88 WS-PC-NO-MASTER      VALUE "X".
      *   staged branch-check CALL arguments
       77 WS-BRN-CODE           PIC X(04) VALUE SPACES.
       77 WS-BRN-NAME           PIC X(30) VALUE SPACES.
       77 WS-BRN-LOCALE         PIC X(02) VALUE SPACES.
       77 WS-BRN-FOUND          PIC X(01) VALUE SPACE.
        88 WS-BRN-ACCEPTED      VALUE "Y" "X".
       77 WS-JRN-ACTION         PIC X(08) VALUE SPACES.
       77 WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
       77 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
                    WS-FS-MASTER UPON STDOUT
            ELSE
                DISPLAY "Accion (A=Alta, M=Modificar, B=Retirar/"
                    "Reactivar, L=Listar, P=Pendientes de "
                    "relevamiento): " WITH NO ADVANCING
                ACCEPT WS-ACTION
                EVALUATE TRUE
                    WHEN WS-ACTION-ADD    PERFORM A0200-ADD-PLACE
                    WHEN WS-ACTION-MODIFY PERFORM A0300-MODIFY-PLACE
                    WHEN WS-ACTION-TOGGLE PERFORM A0400-TOGGLE-PLACE
                    WHEN WS-ACTION-LIST   PERFORM A0500-LIST-PLACES
                    WHEN WS-ACTION-PENDING
                        PERFORM A0600-LIST-PENDING
                    WHEN OTHER
                        DISPLAY "Accion invalida, no se hizo nada."
                END-EVALUATE
                MOVE "Y" TO WS-COORDS-OK
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The centroid of WS-WORK-POSTAL into WS-LAT-NUM / WS-LON-NUM,
      *   already within range since postal-load holds the master to
      *   the same limits; WS-COORDS-OK says whether it was found.
       A0170-POSTAL-CENTROID.
            MOVE "N" TO WS-COORDS-OK.
            CALL "postal-centroid" USING WS-WORK-POSTAL,
                WS-PC-LOCALITY, WS-PC-LAT, WS-PC-LON, WS-PC-FOUND.
            EVALUATE TRUE
                WHEN WS-PC-IS-FOUND
                    MOVE WS-PC-LAT TO WS-LAT-NUM
                    MOVE WS-PC-LON TO WS-LON-NUM
                    MOVE "Y" TO WS-COORDS-OK
                    DISPLAY "Centroide de "
                        FUNCTION TRIM(WS-PC-LOCALITY) " ("
                        WS-PC-LAT ", " WS-PC-LON ")"
                WHEN WS-PC-NO-MASTER
                    DISPLAY "Maestro de codigos postales no disponible."
                WHEN OTHER
                    DISPLAY "Codigo postal desconocido."
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   The typed branch against the branch master; a missing
      *   master takes the code as typed.
       A0180-CHECK-BRANCH.
            MOVE WS-WORK-BRANCH TO WS-BRN-CODE.
            CALL "branch-check" USING WS-BRN-CODE, WS-BRN-NAME,
                WS-BRN-LOCALE, WS-BRN-FOUND.
            EXIT.
      *-----------------------------------------------------------------
       A0200-ADD-PLACE.
            DISPLAY "Codigo de lugar (5): " WITH NO ADVANCING.
            ACCEPT WS-WORK-ID.
            DISPLAY "Nombre: " WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Latitud (+/-GG.GGGGGG, vacia = sin "
                "relevar): " WITH NO ADVANCING.
            ACCEPT WS-WORK-LAT.
            DISPLAY "Longitud: " WITH NO ADVANCING.
            ACCEPT WS-WORK-LON.
            DISPLAY "Sucursal (vacia = casa matriz): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-ID = SPACES
                DISPLAY "Codigo vacio, no se agrego."
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0180-CHECK-BRANCH.
            IF NOT WS-BRN-ACCEPTED
                DISPLAY "Sucursal no registrada o inactiva; no se "
                    "agrego."
                EXIT PARAGRAPH
            END-IF.
      *     no survey yet: both coordinates blank asks for the postal
      *     code and the place goes in approximate
            MOVE SPACES TO WS-WORK-POSTAL.
            IF WS-WORK-LAT = SPACES AND WS-WORK-LON = SPACES
                DISPLAY "Codigo postal: " WITH NO ADVANCING
                ACCEPT WS-WORK-POSTAL
                IF WS-WORK-POSTAL = SPACES
                    DISPLAY "Sin coordenadas ni codigo postal; "
                        "no se agrego."
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION UPPER-CASE(WS-WORK-POSTAL)
                    TO WS-WORK-POSTAL
                PERFORM A0170-POSTAL-CENTROID
                IF NOT WS-COORDS-VALID
                    DISPLAY "No se agrego."
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF WS-WORK-LAT = SPACES OR WS-WORK-LON = SPACES
                    DISPLAY "Coordenadas vacias; no se agrego."
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-LAT-NUM = FUNCTION NUMVAL(WS-WORK-LAT)
                COMPUTE WS-LON-NUM = FUNCTION NUMVAL(WS-WORK-LON)
                PERFORM A0150-VALIDATE-COORDS
                IF NOT WS-COORDS-VALID
                    DISPLAY "Coordenadas fuera de rango; no se agrego."
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-WORK-ID)
                TO loc-code OF loc-rec.
            MOVE WS-LAT-NUM TO loc-lat OF loc-rec.
            MOVE WS-LON-NUM TO loc-lon OF loc-rec.
            MOVE "A" TO loc-active OF loc-rec.
            MOVE WS-WORK-POSTAL TO loc-postal-code OF loc-rec.
            MOVE WS-BRN-CODE TO loc-branch OF loc-rec.
            IF WS-WORK-POSTAL = SPACES
                MOVE SPACE TO loc-precision OF loc-rec
            ELSE
                MOVE "A" TO loc-precision OF loc-rec
            END-IF.
            WRITE loc-rec
                INVALID KEY
                    DISPLAY "Ya existe ese codigo de lugar."
            EXIT.
      *-----------------------------------------------------------------
       A0350-CONFIRM-MODIFY.
            PERFORM A0550-PRECISION-TAG.
            DISPLAY "Actual: " loc-name OF loc-rec " ("
                loc-lat OF loc-rec ", " loc-lon OF loc-rec ")"
                WS-PRECISION-TAG " sucursal " loc-branch OF loc-rec.
            DISPLAY "Nuevo nombre (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-NAME.
            DISPLAY "Nueva longitud (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-LON.
            DISPLAY "Nueva sucursal (vacia = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-BRANCH.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO loc-name OF loc-rec
            END-IF.
            IF WS-WORK-BRANCH NOT = SPACES
                PERFORM A0180-CHECK-BRANCH
                IF WS-BRN-ACCEPTED
                    MOVE WS-BRN-CODE TO loc-branch OF loc-rec
                ELSE
                    DISPLAY "Sucursal no registrada o inactiva; "
                        "se conserva la actual."
                END-IF
            END-IF.
            IF WS-WORK-LAT NOT = SPACES
               OR WS-WORK-LON NOT = SPACES
      *         the untouched side keeps the record's own numeric
                END-IF
                MOVE WS-LAT-NUM TO loc-lat OF loc-rec
                MOVE WS-LON-NUM TO loc-lon OF loc-rec
      *         typed coordinates are the survey: the place is no
      *         longer approximate
                MOVE SPACE TO loc-precision OF loc-rec
                MOVE SPACES TO loc-postal-code OF loc-rec
            ELSE
      *         a place still on its centroid may move to another
      *         postal code; a surveyed one only changes by survey
                IF loc-is-approx OF loc-rec
                    DISPLAY "Nuevo codigo postal (vacio = sin "
                        "cambio): " WITH NO ADVANCING
                    ACCEPT WS-WORK-POSTAL
                    IF WS-WORK-POSTAL NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(WS-WORK-POSTAL)
                            TO WS-WORK-POSTAL
                        PERFORM A0170-POSTAL-CENTROID
                        IF NOT WS-COORDS-VALID
                            DISPLAY "Sin cambio."
                            EXIT PARAGRAPH
                        END-IF
                        MOVE WS-LAT-NUM TO loc-lat OF loc-rec
                        MOVE WS-LON-NUM TO loc-lon OF loc-rec
                        MOVE WS-WORK-POSTAL
                            TO loc-postal-code OF loc-rec
                    END-IF
                END-IF
            END-IF.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
                END-READ
                IF NOT EOF-loc-file
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM A0550-PRECISION-TAG
                    DISPLAY loc-code OF loc-rec " "
                        loc-active OF loc-rec " "
                        loc-name OF loc-rec " ("
                        loc-lat OF loc-rec ", "
                        loc-lon OF loc-rec ") "
                        loc-branch OF loc-rec
                        WS-PRECISION-TAG
                END-IF
            END-PERFORM.
            DISPLAY "Lugares en el maestro: " WS-LIST-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0550-PRECISION-TAG.
            MOVE SPACES TO WS-PRECISION-TAG.
            IF loc-is-approx OF loc-rec
                STRING " aprox. CP " loc-postal-code OF loc-rec
                    DELIMITED BY SIZE INTO WS-PRECISION-TAG
                END-STRING
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The survey worklist: active places still standing on a
      *   postal-code centroid.  Retired places are left out, nobody
      *   goes out to survey those.
       A0600-LIST-PENDING.
            DISPLAY "Lugares con ubicacion aproximada, pendientes de "
                "relevamiento".
            MOVE LOW-VALUES TO loc-key OF loc-rec.
            START loc-file
                KEY IS GREATER THAN loc-key OF loc-rec
                INVALID KEY SET EOF-loc-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-loc-file
                READ loc-file NEXT RECORD
                    AT END SET EOF-loc-file TO TRUE
                END-READ
                IF NOT EOF-loc-file
                   AND loc-is-approx OF loc-rec
                   AND NOT loc-is-retired OF loc-rec
                    ADD 1 TO WS-PENDING-COUNT
                    DISPLAY loc-code OF loc-rec " "
                        loc-name OF loc-rec " CP "
                        loc-postal-code OF loc-rec " ("
                        loc-lat OF loc-rec ", "
                        loc-lon OF loc-rec ")"
                END-IF
            END-PERFORM.
            DISPLAY "Pendientes de relevamiento: " WS-PENDING-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   One journal line per applied change, the way the roster's
      *   maintenance journals: who, when, what code, which action.
                STRING WS-TODAY-DATE "|" WS-STAMP-TIME(1:6) "|"
                    WS-OPERATOR-ID "|" WS-JRN-ACTION "|"
                    loc-code OF loc-rec "|"
                    loc-lat OF loc-rec "|" loc-lon OF loc-rec "|"
                    loc-precision OF loc-rec "|"
                    loc-postal-code OF loc-rec "|"
                    loc-branch OF loc-rec
                    DELIMITED BY SIZE INTO journal-rec
                END-STRING
                WRITE journal-rec
