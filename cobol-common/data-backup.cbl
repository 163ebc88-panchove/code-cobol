      * Generation backup of the shop's indexed files: each one is
      * unloaded record by record into a dated sequential copy
      * (data/backup-<tag>-AAAAMMDD-HHMMSS.seq), the way an IDCAMS
      * REPRO unload would be taken, and every copy is recorded in the
      * backup catalog.  BACKUP_GENERATIONS (default 5) bounds how many
      * generations of each file are kept; the oldest copy beyond that
      * is deleted and dropped from the catalog.  The phonetic index
      * and the room-book index are NOT backed up -- both are rebuilt
      * from their source files (roster-phonetics / re-booking), so a
      * copy would only invite restoring them out of step.  Alternate
      * keys (the appointment file's date key) are not copied either:
      * the unload is in prime-key order and data-restore rebuilds
      * them as it loads.  Each unload is COMPRESSED as it is written,
      * through the C bridge's system routine (the same borrowing
      * pattern step-timer uses for ftime), so the full retention
      * depth fits the disk; the catalog records the compressed .gz
      * path and data-restore decompresses transparently.  When the C
      * call is unavailable the copy simply stays plain.  Runs as the
      * closing step of the nightly stream and ends with GOBACK so the
      * Mantenimiento picklist can CALL it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. data-backup.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS appt-key OF appt-rec
               ALTERNATE RECORD KEY IS appt-date-key
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-IN.

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
        01 user-rec.
           COPY "cpy/user-rec".

      *   wide enough for the largest unloaded record (the roster,
      *   since it carries the name in parts); short records ride in
      *   the leading bytes and restore by the same rule
       FD unload-file.
        01 unload-rec           PIC X(300).

       FD catalog-file.
        01 catalog-rec.
            05 bk-path          PIC X(80).

       FD prune-file.
        01 prune-rec            PIC X(300).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
