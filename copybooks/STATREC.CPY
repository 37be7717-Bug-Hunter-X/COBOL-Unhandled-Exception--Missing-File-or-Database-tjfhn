      * out old sysout.  The signed net amounts of the reversals and
      * adjustments applied in the cycle are carried too, so the
      * end-of-cycle balancing run can prove the GL extract against
      * an independent re-add of the posted master.  The cycle is also
      * broken down by feed source: the count of sources, then for
      * each its code, the state it was taken in under (B balanced,
      * O refused on its control totals, R warehouse release), its
      * trailer count, its counts by disposition and the net amount
      * it put to the ledger.  Records written before the sources
      * were carried have spaces in the source count.  Amounts are
      * kept with a leading separate sign so the file stays
      * printable.
      ******************************************************************
       01  RUN-STATS-RECORD.
           05  ST-BUSINESS-DATE        PIC 9(08).
                                       SIGN IS LEADING SEPARATE.
           05  ST-ADJUST-NET-AMOUNT    PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  ST-SOURCE-COUNT         PIC 9(02).
           05  ST-SOURCE-ENTRY OCCURS 10 TIMES INDEXED BY ST-IX.
               10  ST-SRC-CODE         PIC X(02).
               10  ST-SRC-STATE        PIC X(01).
                   88  ST-SRC-BALANCED VALUE 'B'.
                   88  ST-SRC-REFUSED  VALUE 'O'.
                   88  ST-SRC-RELEASE  VALUE 'R'.
               10  ST-SRC-EXPECTED     PIC 9(09).
               10  ST-SRC-READ         PIC 9(09).
               10  ST-SRC-POSTED       PIC 9(09).
               10  ST-SRC-REJECTED     PIC 9(09).
               10  ST-SRC-PENDED       PIC 9(09).
               10  ST-SRC-CREDIT-HELD  PIC 9(09).
               10  ST-SRC-WAREHOUSED   PIC 9(09).
               10  ST-SRC-DUPLICATES   PIC 9(09).
               10  ST-SRC-REVERSALS    PIC 9(09).
               10  ST-SRC-ADJUSTMENTS  PIC 9(09).
               10  ST-SRC-CORR-REJECTED PIC 9(09).
               10  ST-SRC-NET-AMOUNT   PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
