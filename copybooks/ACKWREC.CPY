      ******************************************************************
      * ACKWREC.CPY
      * Record layout for ACKWORK, the acknowledgement work file.  The
      * daily driver records the disposition of every detail,
      * reversal and adjustment here as it is decided, keyed on the
      * transaction ID, so a transaction reprocessed after a restart
      * simply replaces its own entry.  The file persists across a
      * restart like the GL accumulation work file, so the
      * acknowledgement written at the end of the cycle is complete
      * and carries each transaction exactly once however many
      * attempts the cycle takes.  Each entry carries the source code
      * of the feed the item came in on, so the cycle can be broken
      * down by source at the end.
      ******************************************************************
       01  ACK-WORK-RECORD.
           05  AW-TRANS-ID             PIC X(10).
           05  AW-FEED-RECORD-TYPE     PIC X(01).
           05  AW-ACCOUNT-ID           PIC X(10).
           05  AW-AMOUNT               PIC S9(9)V99 COMP-3.
           05  AW-DISPOSITION          PIC X(01).
           05  AW-REASON-CODE          PIC X(04).
           05  AW-REASON-TEXT          PIC X(50).
           05  AW-SOURCE-CODE          PIC X(02).
