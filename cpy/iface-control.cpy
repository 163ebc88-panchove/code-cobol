      ******************************************************************
      * CPY/IFACE-CONTROL
      * Shared LINKAGE layout for talking to the iface-control
      * subprogram, which owns the shop-wide header/trailer
      * convention for interface files.  COPY this member into the
      * caller's WORKING/LOCAL storage (same convention as
      * cpy/print-spool); the caller keeps its own file and WRITEs
      * or READs the control records through lk-ctl-record.
      *
      * Outbound, for a file of type lk-ctl-type:
      *   "H" returns the header record (type, producing program
      *       lk-ctl-program, run date, next sequence number for the
      *       type) and starts the counts;
      *   "A" counts one line written after the header, adding its
      *       key field to the hash total -- a numeric key in
      *       lk-ctl-hash-value, or a name key in lk-ctl-hash-text
      *       (folded to a number); both zero/blank for a line with
      *       no key, such as a title line;
      *   "T" returns the trailer record (line count, hash total).
      * Inbound, in a pass over the whole file BEFORE anything in it
      * is applied:
      *   "C" takes one line read (lk-ctl-record, with its key staged
      *       the same way as "A");
      *   "E" ends the pass: lk-ctl-ok when the header names the
      *       expected type and the trailer agrees with the lines
      *       between, else lk-ctl-rejected and the reason -- and the
      *       caller rejects the whole file.
      * While applying, lines with lk-ctl-rec-is-control are passed
      * over.
      ******************************************************************
       77 lk-ctl-op            PIC X(01).
           88 lk-ctl-op-header     VALUE "H".
           88 lk-ctl-op-add        VALUE "A".
           88 lk-ctl-op-trailer    VALUE "T".
           88 lk-ctl-op-check      VALUE "C".
           88 lk-ctl-op-end-check  VALUE "E".
       77 lk-ctl-type          PIC X(10).
       77 lk-ctl-program       PIC X(20).
       01 lk-ctl-record.
           05 lk-ctl-rec-id     PIC X(04).
               88 lk-ctl-rec-is-header   VALUE "HDR ".
               88 lk-ctl-rec-is-trailer  VALUE "TRL ".
               88 lk-ctl-rec-is-control  VALUE "HDR " "TRL ".
           05 lk-ctl-rec-body   PIC X(196).
       77 lk-ctl-hash-value    PIC 9(15).
       77 lk-ctl-hash-text     PIC X(50).
       77 lk-ctl-status        PIC X(01).
           88 lk-ctl-ok            VALUE "0".
           88 lk-ctl-rejected      VALUE "1".
       77 lk-ctl-reason        PIC X(40).
