      * "roster changes" report.  Same separator-byte convention as
      * cpy/error-log: the writer blanks the record and fills each
      * field, it does not rely on VALUE clauses below the 01.
      *
      * rjrn-source says where the change came from: "REG" on the
      * lines roster-apply writes for the registry office's own
      * delta, blank for local maintenance (and on lines written
      * before it existed).  roster-outbound sends only the blank
      * ones back, so the registry's changes never echo to it.
      ******************************************************************
       01 rjrn-rec.
           05 rjrn-date        PIC X(10).
           05 rjrn-name        PIC X(50).
           05 rjrn-sep6        PIC X.
           05 rjrn-new-name    PIC X(50).
           05 rjrn-sep7        PIC X.
           05 rjrn-source      PIC X(03).
