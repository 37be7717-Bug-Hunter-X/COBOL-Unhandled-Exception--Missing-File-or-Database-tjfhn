      ******************************************************************
      * WHSEREC.CPY
      * Record layout for WHSEFILE, the warehouse of future-dated
      * transactions, keyed on the transaction ID.  The daily driver
      * parks a detail here, instead of rejecting it, when its
      * transaction date is later than the run date but inside the
      * accepted date window and it passes every other edit.  Each
      * cycle releases the items whose date has arrived back through
      * the full detail edits and into posting.  WH-STATE is 'W'
      * while the item waits, 'R' once a cycle has released it (with
      * the disposition the release came to), and 'C' if operations
      * cancelled it before release.  The cycle that parked the item
      * and the stamp of the run that released or cancelled it are
      * kept so the item can be traced either way.
      ******************************************************************
       01  WAREHOUSE-RECORD.
           05  WH-TRANS-ID             PIC X(10).
           05  WH-ACCOUNT-ID           PIC X(10).
           05  WH-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WH-TRANS-DATE           PIC 9(08).
           05  WH-STATUS-CODE          PIC X(02).
           05  WH-STATE                PIC X(01).
               88  WH-WAREHOUSED       VALUE 'W'.
               88  WH-RELEASED         VALUE 'R'.
               88  WH-CANCELLED        VALUE 'C'.
           05  WH-WAREHOUSE-STAMP      PIC X(21).
           05  WH-BUSINESS-DATE        PIC 9(08).
           05  WH-CYCLE-NUMBER         PIC 9(02).
           05  WH-RELEASE-STAMP        PIC X(21).
           05  WH-RELEASE-DISPOSITION  PIC X(01).
