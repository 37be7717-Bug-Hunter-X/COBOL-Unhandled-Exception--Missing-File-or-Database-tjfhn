      ******************************************************************
      * RULMREC.CPY
      * Record layout for the maintenance transaction feed applied
      * against the RULEFILE edit rule control file by the rule
      * maintenance program.  RT-ACTION selects add, change or delete
      * of the rule named by type, qualifier and effective date; the
      * remaining fields mirror RULE-RECORD in RULEREC.CPY.  The value
      * is keyed with a leading separate sign so the feed stays
      * printable.
      ******************************************************************
       01  RULE-MAINT-RECORD.
           05  RT-ACTION               PIC X(01).
               88  RT-ADD              VALUE 'A'.
               88  RT-CHANGE           VALUE 'C'.
               88  RT-DELETE           VALUE 'D'.
           05  RT-RULE-TYPE            PIC X(04).
               88  RT-DATE-WINDOW-RULE   VALUE 'DWIN'.
               88  RT-MAX-AMOUNT-RULE    VALUE 'MAXA'.
               88  RT-STATUS-CODE-RULE   VALUE 'STAT'.
               88  RT-FEE-AMOUNT-RULE    VALUE 'FEEA'.
               88  RT-INTEREST-RATE-RULE VALUE 'INTR'.
               88  RT-DUAL-AMOUNT-RULE   VALUE 'DCAM'.
               88  RT-DUAL-PERCENT-RULE  VALUE 'DCPC'.
           05  RT-RULE-QUALIFIER       PIC X(02).
           05  RT-EFFECTIVE-DATE       PIC 9(08).
           05  RT-RULE-VALUE           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  RT-RULE-STATE           PIC X(01).
               88  RT-RULE-ACTIVE      VALUE 'A'.
               88  RT-RULE-WITHDRAWN   VALUE 'W'.
