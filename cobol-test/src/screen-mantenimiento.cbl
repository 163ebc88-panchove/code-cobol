      * instead of the command-line rituals only one operator used
      * to know.  The archive runs through the calendar's own batch
      * dispatcher (APPT_BATCH_JOB=ARCHIVE), which returns control
      * here because the calendar ends with GOBACK.  So does leave
      * coverage (APPT_BATCH_JOB=COVER): the supervisor names the
      * absent owner, the days and the covering owners here, and
      * the calendar hands the absent owner's appointments over.
      * Sesiones activas lists who is signed on and lets a
      * supervisor end a session (session-maint).
      * Each entry is shown only when the operator's role grants it
      * (access-check): the jobs that change data need the update
      * right, the integrity verify and the two maintenance
      * programs open on view, and those programs then keep a
      * view-only operator to listing.
      * The shop-wide function keys work at the picklist: F1 help,
      * F5 redraws it, F3/F10 back to the main menu like option 9.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS lk-key-status.
       COPY env-repository.
      ******************************************************************
       DATA DIVISION.
       77 ws-rc-disp             PIC ZZZ9   VALUE ZERO.
       77 ws-job-name            PIC X(20)  VALUE SPACES.
       77 ws-pause               PIC X(01)  VALUE SPACE.
       77 ws-cover-absent        PIC X(08)  VALUE SPACES.
       77 ws-cover-from          PIC X(08)  VALUE SPACES.
       77 ws-cover-to            PIC X(08)  VALUE SPACES.
       77 ws-cover-owners        PIC X(60)  VALUE SPACES.
      *   the picklist entries in order: option code in the role
      *   master, and the right the entry needs
       COPY "cpy/access-check".
       01 ws-pick-table-data.
           05 FILLER PIC X(21) VALUE "file-verify         V".
           05 FILLER PIC X(21) VALUE "data-backup         U".
           05 FILLER PIC X(21) VALUE "data-restore        U".
           05 FILLER PIC X(21) VALUE "CAL-ARCHIVE         U".
           05 FILLER PIC X(21) VALUE "user-maint          V".
           05 FILLER PIC X(21) VALUE "notice-maint        V".
           05 FILLER PIC X(21) VALUE "CAL-COVER           U".
           05 FILLER PIC X(21) VALUE "session-maint       V".
       01 ws-pick-table REDEFINES ws-pick-table-data.
           05 ws-pick-entry OCCURS 8 TIMES.
               10 ws-pick-option     PIC X(20).
               10 ws-pick-need       PIC X(01).
       01 ws-pick-allowed-table.
           05 ws-pick-allowed OCCURS 8 TIMES PIC X(01).
       77 ws-pick-max            PIC 9      VALUE 8.
       77 ws-pick-idx            PIC 9      VALUE ZERO.
       77 ws-pick-line           PIC 99     VALUE ZERO.
       77 ws-user-id             PIC X(08)  VALUE SPACES.
       77 ws-help-program        PIC X(20)
           VALUE "screen-mantenimiento".
       77 ws-help-screen         PIC X(12)  VALUE "MAIN".
       COPY "cpy/key-map".
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT ws-user-id FROM ENVIRONMENT "APP_USER".
            PERFORM A0250-CHECK-ONE-ENTRY
                VARYING ws-pick-idx FROM 1 BY 1
                UNTIL ws-pick-idx > ws-pick-max.
            PERFORM A0300-MENU-LOOP UNTIL NOT ws-menu-active.
            EXIT PROGRAM.
      *-----------------------------------------------------------------
       A0250-CHECK-ONE-ENTRY.
            SET lk-access-op-query TO TRUE.
            MOVE ws-user-id TO lk-access-user.
            MOVE ws-pick-option(ws-pick-idx) TO lk-access-option.
            CALL "access-check" USING lk-access-op, lk-access-user,
                lk-access-option, lk-access-right.
            IF lk-access-update
               OR lk-access-view AND ws-pick-need(ws-pick-idx) = "V"
                MOVE "S" TO ws-pick-allowed(ws-pick-idx)
            ELSE
                MOVE "N" TO ws-pick-allowed(ws-pick-idx)
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0260-HIDE-ONE-ENTRY.
            IF ws-pick-allowed(ws-pick-idx) = "N"
                COMPUTE ws-pick-line = ws-pick-idx + 2
                DISPLAY "                                        "
                    AT LINE ws-pick-line COL 02
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0300-MENU-LOOP.
            CALL "cls".
                AT LINE 07 COL 02.
            DISPLAY " 6.- Cartelera de avisos"
                AT LINE 08 COL 02.
            DISPLAY " 7.- Cobertura por ausencia de un dueno"
                AT LINE 09 COL 02.
            DISPLAY " 8.- Sesiones activas"
                AT LINE 10 COL 02.
            DISPLAY " 9.- Volver al menu principal"
                AT LINE 11 COL 02.
            PERFORM A0260-HIDE-ONE-ENTRY
                VARYING ws-pick-idx FROM 1 BY 1
                UNTIL ws-pick-idx > ws-pick-max.
            DISPLAY "Seleccione su opcion: " AT LINE 12 COL 02.
            PERFORM A0950-SHOW-KEY-LEGEND.
            MOVE ZERO TO ws-opcion.
            ACCEPT ws-opcion AT LINE 12 COL 24.
            SET lk-key-op-translate TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            EVALUATE TRUE
                WHEN lk-key-none
                    CONTINUE
                WHEN lk-key-help
                    CALL "show-help" USING ws-help-program,
                        ws-help-screen
                    EXIT PARAGRAPH
                WHEN lk-key-back
                WHEN lk-key-exit
                    MOVE "N" TO ws-continue
                    EXIT PARAGRAPH
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF ws-opcion >= 1 AND ws-opcion <= ws-pick-max
                IF ws-pick-allowed(ws-opcion) = "N"
                    DISPLAY "Opcion no permitida para su rol."
                        AT LINE 13 COL 02
                    SET lk-access-op-deny TO TRUE
                    MOVE ws-user-id TO lk-access-user
                    MOVE ws-pick-option(ws-opcion) TO lk-access-option
                    CALL "access-check" USING lk-access-op,
                        lk-access-user, lk-access-option,
                        lk-access-right
                    PERFORM A0900-PAUSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            EVALUATE ws-opcion
                WHEN 1
                    MOVE "file-verify" TO ws-job-name
                WHEN 6
                    MOVE "notice-maint" TO ws-job-name
                    PERFORM A0400-RUN-ONE-JOB
                WHEN 7
                    PERFORM A0600-RUN-COVER-JOB
                WHEN 8
                    MOVE "session-maint" TO ws-job-name
                    PERFORM A0400-RUN-ONE-JOB
                WHEN 9
                    MOVE "N" TO ws-continue
                WHEN OTHER
                    DISPLAY "Opcion invalida." AT LINE 13 COL 02
                    PERFORM A0900-PAUSE
            END-EVALUATE.
      *-----------------------------------------------------------------
            SET ENVIRONMENT "APPT_BATCH_JOB" TO " ".
            PERFORM A0800-SHOW-OUTCOME.
            EXIT.
      *-----------------------------------------------------------------
      *   The parameters travel to the calendar's COVER job in the
      *   environment, and are cleared again once it returns.
       A0600-RUN-COVER-JOB.
            CALL "cls".
            DISPLAY "*** COBERTURA POR AUSENCIA ***" AT LINE 01 COL 02.
            DISPLAY "Dueno ausente: " AT LINE 03 COL 02.
            ACCEPT ws-cover-absent AT LINE 03 COL 17.
            DISPLAY "Desde (AAAAMMDD, vacio = hoy): " AT LINE 04 COL 02.
            ACCEPT ws-cover-from AT LINE 04 COL 33.
            DISPLAY "Hasta (AAAAMMDD): " AT LINE 05 COL 02.
            ACCEPT ws-cover-to AT LINE 05 COL 20.
            DISPLAY "Duenos que cubren, en orden (separados por coma):"
                AT LINE 06 COL 02.
            ACCEPT ws-cover-owners AT LINE 07 COL 02.
            IF ws-cover-absent = SPACES OR ws-cover-to = SPACES
               OR ws-cover-owners = SPACES
                DISPLAY "Faltan datos, no se ejecuto nada."
                    AT LINE 20 COL 02
                PERFORM A0900-PAUSE
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Reasignando citas..." AT LINE 09 COL 02.
            SET ENVIRONMENT "APPT_COVER_ABSENT" TO ws-cover-absent.
            SET ENVIRONMENT "APPT_COVER_FROM" TO ws-cover-from.
            SET ENVIRONMENT "APPT_COVER_TO" TO ws-cover-to.
            SET ENVIRONMENT "APPT_COVER_OWNERS" TO ws-cover-owners.
            SET ENVIRONMENT "APPT_BATCH_JOB" TO "COVER".
            MOVE ZERO TO RETURN-CODE.
            CALL "MENU"
                ON EXCEPTION
                    DISPLAY "El calendario no esta disponible en "
                        "esta instalacion." AT LINE 20 COL 02
                    MOVE RC-ERROR TO RETURN-CODE
            END-CALL.
            SET ENVIRONMENT "APPT_BATCH_JOB" TO " ".
            SET ENVIRONMENT "APPT_COVER_ABSENT" TO " ".
            SET ENVIRONMENT "APPT_COVER_FROM" TO " ".
            SET ENVIRONMENT "APPT_COVER_TO" TO " ".
            SET ENVIRONMENT "APPT_COVER_OWNERS" TO " ".
            DISPLAY "Resumen en el reporte de cobertura; cada dueno "
                "que cubre recibe el suyo." AT LINE 19 COL 02.
            PERFORM A0800-SHOW-OUTCOME.
            EXIT.
      *-----------------------------------------------------------------
       A0800-SHOW-OUTCOME.
            MOVE RETURN-CODE TO ws-rc-disp.
                AT LINE 23 COL 02.
            ACCEPT ws-pause AT LINE 23 COL 33.
            EXIT.
      *-----------------------------------------------------------------
       A0950-SHOW-KEY-LEGEND.
            SET lk-key-op-legend TO TRUE.
            CALL "key-map" USING lk-key-op, lk-key-status,
                lk-key-action, lk-key-legend.
            DISPLAY lk-key-legend AT LINE 24 COL 01.
            EXIT.
       END PROGRAM screen-mantenimiento.
