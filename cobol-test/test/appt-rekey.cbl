      ******************************************************************
      * APPT-REKEY
      * One-time rebuild of the appointment file with its alternate
      * record key: date and time without the owner (appt-date-key,
      * duplicates allowed), which lets the check-in desk, the
      * Consultar date inquiry, NOSHOW, REMIND and the compliance
      * report START on a date instead of reading every owner's
      * calendar from the front.  An indexed file cannot grow a key
      * in place, so the old file is only read -- declared with its
      * prime key alone -- and every record is written to a .new
      * copy declared with both; the operator swaps it in after
      * file-compare has signed the pair off, the same rules as
      * appt-convert and appt-time-convert.  file-verify walks the
      * new key afterwards and counts it against the prime key.
      *
      * Environment:
      *   APPT_REKEY_OLD     the file as it is (default: the live
      *                      appointment file)
      *   APPT_REKEY_NEW     the rebuilt file (default: the old name
      *                      with .new.dat in place of .dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appt-rekey.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT old-appt-file
                ASSIGN TO DYNAMIC WS-OLD-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS old-appt-key
                FILE STATUS IS WS-FS-OLD.

            SELECT new-appt-file
                ASSIGN TO DYNAMIC WS-NEW-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS new-appt-key
                ALTERNATE RECORD KEY IS new-appt-date-key
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-NEW.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *   Only the keys are broken out; everything past them is
      *   carried across byte for byte.
       FD old-appt-file.
        01 old-appt-rec.
            05 old-appt-key          PIC X(20).
            05 old-appt-rest         PIC X(148).

       FD new-appt-file.
        01 new-appt-rec.
            05 new-appt-key.
                10 new-appt-owner    PIC X(08).
                10 new-appt-date-key PIC X(12).
            05 new-appt-rest         PIC X(148).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-OLD-PATH           PIC X(255) VALUE SPACES.
       77 WS-NEW-PATH           PIC X(255) VALUE SPACES.
       77 WS-PATH-LEN           PIC 9(03) COMP VALUE ZERO.
       77 WS-FS-OLD             PIC X(02) VALUE "00".
           88 WS-FS-OLD-OK          VALUE "00" "02".
       77 WS-FS-NEW             PIC X(02) VALUE "00".
           88 WS-FS-NEW-OK          VALUE "00" "02".
       77 WS-EOF-OLD            PIC X(01) VALUE "N".
        88 EOF-old-file         VALUE "Y".
       77 WS-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
       77 WS-WRITTEN-COUNT      PIC 9(06) COMP VALUE ZERO.
       77 WS-FAIL-COUNT         PIC 9(05) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            PERFORM A0150-INIT-PATHS.
            OPEN INPUT old-appt-file.
            IF NOT WS-FS-OLD-OK
                DISPLAY "ERROR abriendo el archivo de citas, "
                    "estado: " WS-FS-OLD UPON STDOUT
                MOVE "No se pudo abrir el archivo de citas a reclavar"
                    TO WS-LOG-MESSAGE
                PERFORM A0450-LOG-ERROR
                MOVE RC-ERROR TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT new-appt-file.
            IF NOT WS-FS-NEW-OK
                DISPLAY "ERROR creando el archivo nuevo, estado: "
                    WS-FS-NEW UPON STDOUT
                MOVE "No se pudo crear el archivo de citas reclavado"
                    TO WS-LOG-MESSAGE
                PERFORM A0450-LOG-ERROR
                CLOSE old-appt-file
                MOVE RC-ERROR TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM A0180-READ-OLD.
            PERFORM A0200-COPY-ONE UNTIL EOF-old-file.
            CLOSE old-appt-file new-appt-file.
            PERFORM A0900-SHOW-TOTALS.
            IF WS-FAIL-COUNT > ZERO
               OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
                MOVE "Registros de citas no copiados al reclavar"
                    TO WS-LOG-MESSAGE
                PERFORM A0450-LOG-ERROR
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            GOBACK.
      *-----------------------------------------------------------------
       A0150-INIT-PATHS.
            ACCEPT WS-OLD-PATH FROM ENVIRONMENT "APPT_REKEY_OLD".
            IF WS-OLD-PATH = SPACES
                MOVE CFG-DEFAULT-APPT-DATA-FILE TO WS-OLD-PATH
            END-IF.
            ACCEPT WS-NEW-PATH FROM ENVIRONMENT "APPT_REKEY_NEW".
            IF WS-NEW-PATH = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-PATH))
                    TO WS-PATH-LEN
                IF WS-PATH-LEN > 4
                   AND WS-OLD-PATH(WS-PATH-LEN - 3:4) = ".dat"
                    STRING WS-OLD-PATH(1:WS-PATH-LEN - 4) ".new.dat"
                        DELIMITED BY SIZE INTO WS-NEW-PATH
                    END-STRING
                ELSE
                    STRING FUNCTION TRIM(WS-OLD-PATH) ".new"
                        DELIMITED BY SIZE INTO WS-NEW-PATH
                    END-STRING
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0180-READ-OLD.
            READ old-appt-file
                AT END SET EOF-old-file TO TRUE
            END-READ.
            EXIT.
      *-----------------------------------------------------------------
       A0200-COPY-ONE.
            ADD 1 TO WS-READ-COUNT.
            MOVE old-appt-key TO new-appt-key.
            MOVE old-appt-rest TO new-appt-rest.
            WRITE new-appt-rec
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    DISPLAY "  No se pudo copiar: " old-appt-key
                        " estado: " WS-FS-NEW
                NOT INVALID KEY
                    ADD 1 TO WS-WRITTEN-COUNT
            END-WRITE.
            PERFORM A0180-READ-OLD.
            EXIT.
      *-----------------------------------------------------------------
       A0450-LOG-ERROR.
            MOVE "appt-rekey" TO WS-LOG-PROGRAM.
            MOVE "A0100-MAIN" TO WS-LOG-PARAGRAPH.
            MOVE RC-WARNING TO WS-LOG-CODE.
            CALL "log-error" USING WS-LOG-PROGRAM,
                WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE.
            EXIT.
      *-----------------------------------------------------------------
       A0900-SHOW-TOTALS.
            DISPLAY "-----------------------------------------".
            DISPLAY "Clave alterna por fecha en el archivo de citas".
            DISPLAY "Archivo nuevo      : " FUNCTION TRIM(WS-NEW-PATH).
            DISPLAY "Registros leidos   : " WS-READ-COUNT.
            DISPLAY "Registros escritos : " WS-WRITTEN-COUNT.
            DISPLAY "No copiados        : " WS-FAIL-COUNT.
            EXIT.
       END PROGRAM appt-rekey.
