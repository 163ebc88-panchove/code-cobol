      ******************************************************************
      * SESSION-MAINT
      * Who is signed on right now: lists the session registry the
      * main menu keeps (layout in cpy/session-rec) -- user,
      * terminal, start, last activity and minutes idle -- and lets
      * a supervisor end one session, all of one user's, or every
      * session but their own, for example before a restore that
      * needs exclusive use of a file.  An ended session is marked,
      * not deleted: the menu holding it sees the mark at its next
      * keystroke, tells its operator, and signs off.  Sessions past
      * the idle limit show as INACTIVA; the next sign-on of that
      * user clears them.  Reached from the Mantenimiento
      * data-utilities picklist; prompt-driven in the same style as
      * user-maint.  Listing needs the view right on session-maint,
      * ending sessions the update right.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. session-maint.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT session-file
                ASSIGN TO DYNAMIC WS-SESSIONS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                LOCK MODE IS MANUAL
                RECORD KEY IS session-key OF session-rec
                FILE STATUS IS WS-FS-SESSIONS.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD session-file.
        01 session-rec.
           COPY "cpy/session-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-SESSIONS-PATH      PIC X(255) VALUE SPACES.
       77 WS-FS-SESSIONS        PIC X(02) VALUE "00".
           88 WS-FS-SESSIONS-OK     VALUE "00" "02" "10" "22" "23".
       77 WS-ACTION             PIC X(01) VALUE "L".
        88 WS-ACTION-END-ONE    VALUE "T" "t".
        88 WS-ACTION-END-ALL    VALUE "X" "x".
        88 WS-ACTION-LIST       VALUE "L" "l".
       77 WS-MY-USER            PIC X(08) VALUE SPACES.
       77 WS-WORK-USER          PIC X(08) VALUE SPACES.
       77 WS-WORK-TERM          PIC X(12) VALUE SPACES.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-EOF-SESSIONS       PIC X(01) VALUE "N".
        88 EOF-session-file     VALUE "Y".
       77 WS-LIST-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-ENDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77 WS-IDLE-TXT           PIC X(04) VALUE SPACES.
       77 WS-IDLE-LIMIT         PIC 9(04) VALUE ZERO.
       77 WS-IDLE-MINUTES       PIC S9(09) COMP VALUE ZERO.
       77 WS-IDLE-DISP          PIC ZZZZ9 VALUE ZERO.
       77 WS-STATE-DESC         PIC X(09) VALUE SPACES.
       77 WS-NOW-DATE           PIC 9(08) VALUE ZERO.
       01 WS-NOW-CLOCK.
           05 WS-NOW-HH         PIC 99 VALUE ZERO.
           05 WS-NOW-MM         PIC 99 VALUE ZERO.
           05 FILLER            PIC 9(04) VALUE ZERO.
       01 WS-LAST-CLOCK.
           05 WS-LAST-HH        PIC 99 VALUE ZERO.
           05 WS-LAST-MM        PIC 99 VALUE ZERO.
           05 FILLER            PIC 99 VALUE ZERO.
       COPY "cpy/access-check".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-SESSIONS-PATH FROM ENVIRONMENT "SESSION_FILE".
            IF WS-SESSIONS-PATH = SPACES
                MOVE CFG-DEFAULT-SESSIONS TO WS-SESSIONS-PATH
            END-IF.
            ACCEPT WS-IDLE-TXT FROM ENVIRONMENT "SESSION_IDLE_MINUTES".
            IF WS-IDLE-TXT IS NUMERIC
                MOVE WS-IDLE-TXT TO WS-IDLE-LIMIT
            END-IF.
            IF WS-IDLE-LIMIT = ZERO
                MOVE CFG-DEFAULT-IDLE-MINUTES TO WS-IDLE-LIMIT
            END-IF.
            ACCEPT WS-MY-USER FROM ENVIRONMENT "APP_USER".
            MOVE FUNCTION UPPER-CASE(WS-MY-USER) TO WS-MY-USER.
            OPEN I-O session-file.
            IF NOT WS-FS-SESSIONS-OK
                DISPLAY "ERROR abriendo registro de sesiones, estado: "
                    WS-FS-SESSIONS UPON STDOUT
            ELSE
                DISPLAY "Accion (L=Listar, T=Terminar sesion, "
                    "X=Terminar todas menos la propia): "
                    WITH NO ADVANCING
                ACCEPT WS-ACTION
                IF NOT WS-ACTION-LIST
                    PERFORM A0150-CHECK-UPDATE-RIGHT
                END-IF
                EVALUATE TRUE
                    WHEN WS-ACTION-LIST    PERFORM A0200-LIST-SESSIONS
                    WHEN WS-ACTION-END-ONE PERFORM A0300-END-SESSIONS
                    WHEN WS-ACTION-END-ALL PERFORM A0400-END-ALL-OTHERS
                    WHEN OTHER
                        DISPLAY "Accion invalida, no se hizo nada."
                END-EVALUATE
                CLOSE session-file
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
      *   Ending sessions needs the update right on session-maint;
      *   a refused action is turned into no action at all.
       A0150-CHECK-UPDATE-RIGHT.
            SET lk-access-op-query TO TRUE.
            MOVE WS-MY-USER TO lk-access-user.
            MOVE "session-maint" TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF NOT lk-access-update
                DISPLAY "Su rol solo permite listar sesiones."
                SET lk-access-op-deny TO TRUE
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
                MOVE SPACE TO WS-ACTION
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0200-LIST-SESSIONS.
            DISPLAY "Usuario  Terminal     Inicio          "
                "Ultima actividad  Min.  Estado".
            MOVE LOW-VALUES TO session-key OF session-rec.
            START session-file
                KEY IS GREATER THAN session-key OF session-rec
                INVALID KEY SET EOF-session-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-session-file
                READ session-file NEXT RECORD
                    AT END SET EOF-session-file TO TRUE
                END-READ
                IF NOT EOF-session-file
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM A0250-MINUTES-IDLE
                    MOVE WS-IDLE-MINUTES TO WS-IDLE-DISP
                    EVALUATE TRUE
                        WHEN ses-is-ended
                            MOVE "TERMINADA" TO WS-STATE-DESC
                        WHEN WS-IDLE-MINUTES > WS-IDLE-LIMIT
                            MOVE "INACTIVA" TO WS-STATE-DESC
                        WHEN OTHER
                            MOVE "ACTIVA" TO WS-STATE-DESC
                    END-EVALUATE
                    DISPLAY ses-user " " ses-term " " ses-start-date
                        " " ses-start-time(1:4) "   " ses-last-date
                        " " ses-last-time(1:4) "     " WS-IDLE-DISP
                        " " WS-STATE-DESC " " ses-ended-by
                END-IF
            END-PERFORM.
            DISPLAY "Sesiones en el registro: " WS-LIST-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Minutes from the record's last activity to now.
       A0250-MINUTES-IDLE.
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-CLOCK FROM TIME.
            MOVE ses-last-time TO WS-LAST-CLOCK.
            COMPUTE WS-IDLE-MINUTES =
                (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE
                     (FUNCTION MAX(ses-last-date, 16010101))) * 1440
                + WS-NOW-HH * 60 + WS-NOW-MM
                - WS-LAST-HH * 60 - WS-LAST-MM.
            IF WS-IDLE-MINUTES < ZERO
                MOVE ZERO TO WS-IDLE-MINUTES
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   One user's session on one terminal, or every session of
      *   that user when the terminal is left blank.
       A0300-END-SESSIONS.
            DISPLAY "Usuario cuya sesion termina: " WITH NO ADVANCING.
            ACCEPT WS-WORK-USER.
            DISPLAY "Terminal (vacio = todas las del usuario): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-TERM.
            MOVE FUNCTION UPPER-CASE(WS-WORK-USER) TO WS-WORK-USER.
            IF WS-WORK-USER = SPACES
                DISPLAY "Usuario vacio, no se termino nada."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Confirma terminar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "No se termino ninguna sesion."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORK-USER TO ses-user.
            MOVE LOW-VALUES TO ses-term.
            START session-file
                KEY IS NOT LESS THAN session-key OF session-rec
                INVALID KEY SET EOF-session-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-session-file
                READ session-file NEXT RECORD
                    AT END SET EOF-session-file TO TRUE
                END-READ
                IF NOT EOF-session-file
                    IF ses-user NOT = WS-WORK-USER
                        SET EOF-session-file TO TRUE
                    ELSE
                        IF WS-WORK-TERM = SPACES
                           OR ses-term = WS-WORK-TERM
                            PERFORM A0500-MARK-ENDED
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "Sesiones terminadas: " WS-ENDED-COUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Before a restore: every session but the supervisor's own.
       A0400-END-ALL-OTHERS.
            DISPLAY "Se terminaran todas las sesiones menos la suya. "
                "Confirma (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "No se termino ninguna sesion."
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO session-key OF session-rec.
            START session-file
                KEY IS GREATER THAN session-key OF session-rec
                INVALID KEY SET EOF-session-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-session-file
                READ session-file NEXT RECORD
                    AT END SET EOF-session-file TO TRUE
                END-READ
                IF NOT EOF-session-file
                   AND ses-user NOT = WS-MY-USER
                    PERFORM A0500-MARK-ENDED
                END-IF
            END-PERFORM.
            DISPLAY "Sesiones terminadas: " WS-ENDED-COUNT.
            EXIT.
      *-----------------------------------------------------------------
       A0500-MARK-ENDED.
            IF ses-is-ended
                EXIT PARAGRAPH
            END-IF.
            SET ses-is-ended TO TRUE.
            MOVE WS-MY-USER TO ses-ended-by.
            REWRITE session-rec
                INVALID KEY
                    DISPLAY "Error al grabar, estado: "
                        WS-FS-SESSIONS
                NOT INVALID KEY
                    ADD 1 TO WS-ENDED-COUNT
                    DISPLAY "Terminada: " ses-user " " ses-term
            END-REWRITE.
            EXIT.
       END PROGRAM session-maint.
