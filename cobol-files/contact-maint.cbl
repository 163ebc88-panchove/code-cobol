      ******************************************************************
      * CONTACT-MAINT
      * Maintenance of one attendee's contact (layout in
      * cpy/contact-rec): phone, e-mail and preferred channel, under
      * the same sex-plus-normalized-name key as the roster.  CALLed
      * from the roster maintenance in test-files once the roster
      * entry has been found, with the sex code and the name as the
      * operator typed it; shows what is on file, takes the changes
      * (blank = keep), confirms and saves, or removes the contact.
      * The calendar's REMIND job reads the master to build the
      * outbound notification queue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contact-maint.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT contact-file
                ASSIGN TO DYNAMIC WS-CONTACT-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                LOCK MODE IS MANUAL
                RECORD KEY IS contact-key OF contact-rec
                FILE STATUS IS WS-FS-CONTACT.
      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD contact-file.
        01 contact-rec.
           COPY "cpy/contact-rec".
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       77 WS-CONTACT-PATH       PIC X(255) VALUE SPACES.
       77 WS-FS-CONTACT         PIC X(02) VALUE "00".
           88 WS-FS-CONTACT-OK      VALUE "00" "02" "10" "22" "23".
       77 WS-NORM-NAME          PIC X(50) VALUE SPACES.
       77 WS-ON-FILE            PIC X(01) VALUE "N".
        88 WS-CONTACT-ON-FILE   VALUE "Y".
       77 WS-ACTION             PIC X(01) VALUE SPACE.
        88 WS-ACTION-SAVE       VALUE "G" "g".
        88 WS-ACTION-REMOVE     VALUE "E" "e".
       77 WS-WORK-PHONE         PIC X(20) VALUE SPACES.
       77 WS-WORK-EMAIL         PIC X(60) VALUE SPACES.
       77 WS-WORK-CHANNEL       PIC X(01) VALUE SPACE.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-AT-SIGNS           PIC 9(02) VALUE ZERO.
       LINKAGE SECTION.
       77 lk-contact-sex        PIC X(01).
       77 lk-contact-name       PIC X(50).
      ******************************************************************
       PROCEDURE DIVISION USING lk-contact-sex, lk-contact-name.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT "CONTACTS_FILE".
            IF WS-CONTACT-PATH = SPACES
                MOVE CFG-DEFAULT-CONTACTS TO WS-CONTACT-PATH
            END-IF.
            OPEN I-O contact-file.
            IF NOT WS-FS-CONTACT-OK
                OPEN OUTPUT contact-file
                CLOSE contact-file
                OPEN I-O contact-file
            END-IF.
            IF NOT WS-FS-CONTACT-OK
                DISPLAY "ERROR abriendo maestro de contactos, estado: "
                    WS-FS-CONTACT UPON STDOUT
                GOBACK
            END-IF.
            CALL "name-normalize" USING lk-contact-name, WS-NORM-NAME.
            MOVE lk-contact-sex TO ctc-sex.
            MOVE WS-NORM-NAME TO ctc-name.
      *     the status is tested after the READ: a locked record
      *     sets 51 without raising the invalid-key condition
            READ contact-file WITH LOCK
                INVALID KEY CONTINUE
            END-READ.
            EVALUATE TRUE
                WHEN WS-FS-CONTACT = "00"
                    MOVE "Y" TO WS-ON-FILE
                    DISPLAY "Contacto actual: tel " ctc-phone
                    DISPLAY "  correo " ctc-email
                    DISPLAY "  canal " ctc-channel " (por "
                        ctc-updated-by " el " ctc-updated-date ")"
                WHEN WS-FS-CONTACT = "23"
                    MOVE "N" TO WS-ON-FILE
                    MOVE lk-contact-sex TO ctc-sex
                    MOVE WS-NORM-NAME TO ctc-name
                    MOVE SPACES TO ctc-phone ctc-email ctc-channel
                    DISPLAY "Sin contacto registrado."
                WHEN WS-FS-CONTACT = "51" OR WS-FS-CONTACT = "99"
                    DISPLAY "Registro en uso por otro operador; "
                        "intente de nuevo."
                    CLOSE contact-file
                    GOBACK
                WHEN OTHER
                    DISPLAY "Error leyendo el maestro, estado: "
                        WS-FS-CONTACT
                    CLOSE contact-file
                    GOBACK
            END-EVALUATE.
            DISPLAY "Accion (G=Grabar/Modificar, E=Eliminar): "
                WITH NO ADVANCING.
            ACCEPT WS-ACTION.
            EVALUATE TRUE
                WHEN WS-ACTION-SAVE
                    PERFORM A0200-SAVE-CONTACT
                WHEN WS-ACTION-REMOVE AND WS-CONTACT-ON-FILE
                    PERFORM A0300-REMOVE-CONTACT
                WHEN WS-ACTION-REMOVE
                    DISPLAY "No hay contacto que eliminar."
                WHEN OTHER
                    DISPLAY "Accion invalida, no se hizo nada."
            END-EVALUATE.
            IF WS-CONTACT-ON-FILE
                UNLOCK contact-file
            END-IF.
            CLOSE contact-file.
            GOBACK.
      *-----------------------------------------------------------------
       A0200-SAVE-CONTACT.
            DISPLAY "Telefono (vacio = sin cambio): "
                WITH NO ADVANCING.
            ACCEPT WS-WORK-PHONE.
            DISPLAY "Correo (vacio = sin cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-EMAIL.
            DISPLAY "Canal (E=correo, S=SMS, T=llamada, N=no avisar;"
                " vacio = sin cambio): " WITH NO ADVANCING.
            ACCEPT WS-WORK-CHANNEL.
            IF WS-WORK-PHONE NOT = SPACES
                MOVE WS-WORK-PHONE TO ctc-phone
            END-IF.
            IF WS-WORK-EMAIL NOT = SPACES
                MOVE ZERO TO WS-AT-SIGNS
                INSPECT WS-WORK-EMAIL TALLYING WS-AT-SIGNS FOR ALL "@"
                IF WS-AT-SIGNS NOT = 1
                    DISPLAY "Correo invalido, no se grabo."
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-WORK-EMAIL TO ctc-email
            END-IF.
            IF WS-WORK-CHANNEL NOT = SPACE
                MOVE FUNCTION UPPER-CASE(WS-WORK-CHANNEL)
                    TO ctc-channel
            END-IF.
            IF NOT ctc-by-email AND NOT ctc-by-sms
               AND NOT ctc-by-call AND NOT ctc-no-notify
                DISPLAY "Canal invalido (E/S/T/N), no se grabo."
                EXIT PARAGRAPH
            END-IF.
      *     the preferred channel must have an address to go to
            IF ctc-by-email AND ctc-email = SPACES
                DISPLAY "Canal correo sin direccion, no se grabo."
                EXIT PARAGRAPH
            END-IF.
            IF (ctc-by-sms OR ctc-by-call) AND ctc-phone = SPACES
                DISPLAY "Canal telefonico sin numero, no se grabo."
                EXIT PARAGRAPH
            END-IF.
            ACCEPT ctc-updated-by FROM ENVIRONMENT "USER".
            IF ctc-updated-by = SPACES
                MOVE "OPER" TO ctc-updated-by
            END-IF.
            ACCEPT ctc-updated-date FROM DATE YYYYMMDD.
            DISPLAY "Confirma grabar (S/N): " WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF NOT WS-CONFIRMED
                DISPLAY "Grabacion cancelada."
                EXIT PARAGRAPH
            END-IF.
            IF WS-CONTACT-ON-FILE
                REWRITE contact-rec
                    INVALID KEY
                        DISPLAY "Error al grabar, estado: "
                            WS-FS-CONTACT
                    NOT INVALID KEY
                        DISPLAY "Contacto actualizado."
                END-REWRITE
            ELSE
                WRITE contact-rec
                    INVALID KEY
                        DISPLAY "Error al grabar, estado: "
                            WS-FS-CONTACT
                    NOT INVALID KEY
                        DISPLAY "Contacto agregado."
                END-WRITE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0300-REMOVE-CONTACT.
            DISPLAY "Confirma eliminar el contacto (S/N): "
                WITH NO ADVANCING.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRMED
                DELETE contact-file
                    INVALID KEY
                        DISPLAY "Error al eliminar, estado: "
                            WS-FS-CONTACT
                    NOT INVALID KEY
                        DISPLAY "Contacto eliminado."
                        MOVE "N" TO WS-ON-FILE
                END-DELETE
            ELSE
                DISPLAY "Eliminacion cancelada."
            END-IF.
            EXIT.
       END PROGRAM contact-maint.
