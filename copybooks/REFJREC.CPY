      ******************************************************************
      * REFJREC.CPY
      * Record layout for REFJRNL, the before/after change journal
      * for the REFFILE reference master.  One record is appended for
      * every change made to REFFILE, whether by the reference
      * maintenance program or by a reload of the master from its
      * backup, so the standing of any account on any past date can
      * be rebuilt.  Each record carries the account, the timestamp
      * of the run that made the change, the program and input file
      * the change came from, the kind of change, and the account as
      * it stood before and after.  An image whose state is 'N' means
      * the account was not on file at that point (before an add,
      * after a delete); 'U' means the state is unknown, which only
      * happens when a reload could not read the master it replaced.
      * The credit limits carry a leading separate sign so the file
      * stays printable.
      ******************************************************************
       01  REF-JOURNAL-RECORD.
           05  RJ-ACCOUNT-ID           PIC X(10).
           05  RJ-CHANGE-TIMESTAMP     PIC X(21).
           05  RJ-SOURCE-PROGRAM       PIC X(08).
           05  RJ-SOURCE-FILE          PIC X(08).
           05  RJ-CHANGE-TYPE          PIC X(01).
               88  RJ-ACCOUNT-ADDED    VALUE 'A'.
               88  RJ-ACCOUNT-CHANGED  VALUE 'C'.
               88  RJ-ACCOUNT-DELETED  VALUE 'D'.
               88  RJ-ACCOUNT-RELOADED VALUE 'L'.
           05  RJ-BEFORE-IMAGE.
               10  RJ-BEFORE-STATE     PIC X(01).
                   88  RJ-BEFORE-ON-FILE   VALUE 'Y'.
                   88  RJ-BEFORE-NOT-ON-FILE VALUE 'N'.
                   88  RJ-BEFORE-UNKNOWN   VALUE 'U'.
               10  RJ-BEFORE-NAME      PIC X(30).
               10  RJ-BEFORE-STATUS    PIC X(02).
               10  RJ-BEFORE-LIMIT     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  RJ-AFTER-IMAGE.
               10  RJ-AFTER-STATE      PIC X(01).
                   88  RJ-AFTER-ON-FILE    VALUE 'Y'.
                   88  RJ-AFTER-NOT-ON-FILE VALUE 'N'.
               10  RJ-AFTER-NAME       PIC X(30).
               10  RJ-AFTER-STATUS     PIC X(02).
               10  RJ-AFTER-LIMIT      PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
