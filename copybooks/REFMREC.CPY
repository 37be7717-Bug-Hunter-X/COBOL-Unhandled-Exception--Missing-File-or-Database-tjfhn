      * against the REFFILE reference master by the reference
      * maintenance program.  RM-ACTION selects add, change or delete;
      * the remaining fields mirror the REF-FILE-RECORD layout in
      * MYREFREC.CPY.  RM-CREDIT-LIMIT carries a leading separate sign
      * so the feed stays printable; left blank on a change it keeps
      * the limit already on file, and left blank on an add it sets
      * no limit.  RM-ENTERED-BY is the ID of the operator who keyed
      * the transaction; it is required on a change that takes an
      * account out of closed or suspended standing, or a delete of an
      * account in that standing, which is held for a second
      * operator's approval before it is applied.
      ******************************************************************
       01  REF-MAINT-RECORD.
           05  RM-ACTION               PIC X(01).
               88  RM-ADD              VALUE 'A'.
               88  RM-CHANGE           VALUE 'C'.
               88  RM-DELETE           VALUE 'D'.
           05  RM-ACCOUNT-ID           PIC X(10).
           05  RM-ACCOUNT-NAME         PIC X(30).
           05  RM-STATUS-CODE          PIC X(02).
           05  RM-CREDIT-LIMIT         PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  RM-CREDIT-LIMIT-X REDEFINES RM-CREDIT-LIMIT
                                       PIC X(14).
           05  RM-ENTERED-BY           PIC X(08).
