      ******************************************************************
      * CPY/BRANCH-REC
      * Record layout of the branch master, COPYd under the 01 of
      * its FD by branch-maint (maintenance) and by every program
      * that validates or names a branch.  One record per branch of
      * the business.  The owners, rooms, users and locations
      * masters each carry the branch code of their record; a blank
      * code there (records written before branches existed) reads
      * as the head office, CFG-DEFAULT-HEAD-BRANCH.  The locale is
      * the message catalog a new user of the branch starts on.
      ******************************************************************
           05 branch-key.
               10 brn-code      PIC X(04).
           05 brn-name          PIC X(30).
           05 brn-locale        PIC X(02).
           05 brn-active        PIC X(01).
               88 brn-is-active     VALUE "A".
               88 brn-is-inactive   VALUE "I".
