      * unattended rerun) names the tag -- padron, citas, duenos,
      * salas or usuarios -- and the unload copy to load from; the
      * catalog lists what is available.  The target indexed file is
      * recreated from scratch and loaded record by record, which also
      * rebuilds a clean index -- the appointment file's date key
      * included, since the unload holds only the records.  Restoring
      * OVER the live file is destructive, so it asks for confirmation
      * unless BACKUP_RESTORE_CONFIRM=S says the answer in advance.
      * Ends with GOBACK so the Mantenimiento picklist can CALL it.
      *
      * A generation data-backup compressed (the cataloged .gz
      * path) is decompressed to a scratch copy through the C
      * removed afterwards -- the operator names the .gz path and
      * never thinks about it.
      *
      * The unload record is 300 bytes, the width data-backup has
      * written since the roster took its given-name and surname
      * fields; a copy taken at the earlier 200-byte width does not
      * read at this one, nor does an appointment or attendee copy
      * taken before the keys went to the 24-hour clock, and neither
      * is a restore candidate.  unload-check holds the copy to the
      * record count the catalog gave it (a copy not in the catalog
      * is checked for the clock alone) and an earlier-layout copy
      * is refused, logged at RC-ERROR, before the live file is
      * touched.  Compile also with unload-check.cbl.
      *
      * Environment:
      *   BACKUP_RESTORE_TAG   which file (padron/citas/duenos/...)
      *   BACKUP_RESTORE_PATH  the .seq copy to load (prompted for,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TARGET.

           SELECT atnd-file
                10 rec-day         PIC 99.
                10 rec-hour        PIC 99.
                10 rec-minute      PIC 99.
            05 FILLER              PIC X(148).
      *     the same record through its alternate key, date and
      *     time without the owner, for all-owner day queries
        01 appt-rec-by-date.
            05 FILLER              PIC X(08).
            05 appt-date-key.
                10 appt-dk-ymd     PIC 9(08).
                10 appt-dk-hhmm    PIC 9(04).
            05 FILLER              PIC X(148).

       FD atnd-file.
                10 at-day          PIC 99.
                10 at-hour         PIC 99.
                10 at-minute       PIC 99.
                10 at-seq          PIC 99.
            05 at-name             PIC X(50).
            05 at-visitor          PIC X(01).
            05 at-company          PIC X(30).
            05 at-id-doc           PIC X(20).
            05 at-arrival          PIC 9(04).

       FD owner-file.
        01 owner-rec.
           COPY "cpy/user-rec".

       FD unload-file.
        01 unload-rec           PIC X(300).

       FD catalog-file.
        01 catalog-line         PIC X(120).
       77 WS-CMD-LEN            PIC 999 COMP VALUE ZERO.
       77 WS-GZ-TEMP            PIC X(255) VALUE SPACES.
       77 WS-WAS-GZ             PIC X(01) VALUE "N".
      *   whether the copy still reads at today's layouts
       COPY "cpy/unload-check".
      *> staged CALL arguments -- must match log-error's LINKAGE
      *> picture exactly, since a short literal passed positionally
      *> is not reliably padded/zero-filled to the callee's length
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
        88 WS-CONFIRMED         VALUE "S" "s".
       77 WS-LOADED             PIC 9(06) VALUE ZERO.
      *   the chosen copy as the catalog lists it
       77 WS-CAT-PATH           PIC X(80) VALUE SPACES.
       77 WS-CAT-RECORDS        PIC 9(06) VALUE ZERO.
       77 WS-CAT-FOUND          PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       A0100-MAIN.
            EXIT.
      *-----------------------------------------------------------------
       A0400-RELOAD-TARGET.
            PERFORM A0410-FIND-IN-CATALOG.
            PERFORM A0420-MAYBE-DECOMPRESS.
            MOVE WS-COPY-PATH TO lk-uc-path.
            MOVE WS-TAG TO lk-uc-tag.
            MOVE WS-CAT-RECORDS TO lk-uc-expected.
            MOVE WS-CAT-FOUND TO lk-uc-count-known.
            CALL "unload-check" USING lk-uc-path, lk-uc-tag,
                lk-uc-expected, lk-uc-count-known, lk-uc-read,
                lk-uc-status.
            IF lk-uc-old-width OR lk-uc-old-clock
                DISPLAY "La copia es de un formato anterior ("
                    lk-uc-read " registros leidos, catalogo "
                    WS-CAT-RECORDS "); no se restaura."
                PERFORM A0430-DROP-SCRATCH-COPY
                MOVE "data-restore" TO WS-LOG-PROGRAM
                MOVE "A0400-RELOAD-TARGET" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "Copia de formato anterior rechazada"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT unload-file.
            IF NOT WS-FS-COPY-OK
            DISPLAY "Registros restaurados: " WS-LOADED.
            EXIT.
      *-----------------------------------------------------------------
      *   The catalog line naming the chosen copy gives the count
      *   the copy was taken with.
       A0410-FIND-IN-CATALOG.
            MOVE "N" TO WS-CAT-FOUND.
            MOVE ZERO TO WS-CAT-RECORDS.
            MOVE "N" TO WS-EOF-SW.
            OPEN INPUT catalog-file.
            IF NOT WS-FS-CATALOG-OK
                EXIT PARAGRAPH
            END-IF.
            READ catalog-file
                AT END SET EOF-current-file TO TRUE
            END-READ.
            PERFORM UNTIL EOF-current-file
                MOVE catalog-line(41:80) TO WS-CAT-PATH
                IF WS-CAT-PATH = WS-COPY-PATH
                   AND catalog-line(34:6) IS NUMERIC
                    MOVE "Y" TO WS-CAT-FOUND
                    MOVE catalog-line(34:6) TO WS-CAT-RECORDS
                END-IF
                READ catalog-file
                    AT END SET EOF-current-file TO TRUE
                END-READ
            END-PERFORM.
            CLOSE catalog-file.
            IF WS-CAT-FOUND NOT = "Y"
                DISPLAY "Copia fuera del catalogo: su cantidad de "
                    "registros no se puede comprobar."
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   A .gz copy is expanded to a scratch .tmp next to it and
      *   the load reads the scratch; a plain copy passes through.
       A0420-MAYBE-DECOMPRESS.
