      * applicable notice right after sign-on and records who
      * acknowledged it, so operations can see who has NOT read a
      * critical one.  Supervisors maintain the file here;
      * prompt-driven in the same style as room-maint.  A role
      * holding only the view right on notice-maint may list; adding
      * or dropping is refused and recorded in the menu audit log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notice-maint.
       77 WS-DROPPED            PIC X(01) VALUE "N".
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       COPY "cpy/access-check".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
            DISPLAY "Accion (A=Alta, B=Baja, L=Listar): "
                WITH NO ADVANCING.
            ACCEPT WS-ACTION.
            IF NOT WS-ACTION-LIST
                PERFORM A0150-CHECK-UPDATE-RIGHT
            END-IF.
            EVALUATE TRUE
                WHEN WS-ACTION-ADD  PERFORM A0400-ADD-NOTICE
                WHEN WS-ACTION-DROP PERFORM A0500-DROP-NOTICE
                    DISPLAY "Accion invalida, no se hizo nada."
            END-EVALUATE.
            GOBACK.
      *-----------------------------------------------------------------
       A0150-CHECK-UPDATE-RIGHT.
            SET lk-access-op-query TO TRUE.
            ACCEPT lk-access-user FROM ENVIRONMENT "APP_USER".
            MOVE "notice-maint" TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF NOT lk-access-update
                DISPLAY "Su rol solo permite listar avisos."
                SET lk-access-op-deny TO TRUE
                CALL "access-check" USING lk-access-op,
                    lk-access-user, lk-access-option, lk-access-right
                MOVE SPACE TO WS-ACTION
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0200-LOAD-NOTICES.
            OPEN INPUT notice-file.
