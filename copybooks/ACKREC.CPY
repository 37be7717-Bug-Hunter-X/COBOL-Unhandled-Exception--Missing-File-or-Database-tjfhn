      ******************************************************************
      * ACKREC.CPY
      * Record layout for ACKFILE, the acknowledgement returned to the
      * system that sent MY-FILE.  One file is written per cycle: a
      * single header (AK-RECORD-TYPE = 'H') echoing the business date
      * and cycle number from the feed control header, one detail
      * (AK-RECORD-TYPE = 'D') for every detail, reversal and
      * adjustment on the feed in transaction ID order, and a single
      * trailer (AK-RECORD-TYPE = 'T') carrying the count of details
      * acknowledged and the cycle counts from the summary report.
      * Each detail carries the final disposition of the transaction
      * and a four-character reason code: the ED edit code for an
      * edit failure, DUPL for a duplicate screened, PEND for an item
      * pended against a suspended account, WHSE for a future-dated
      * item warehoused until its date, CR01 for an item held for
      * credit review over the account limit, LATE for an item posted
      * to the open period out of a closed one, SRCE for an item on a
      * feed source refused for failing its own control totals, OTHR
      * for any other rejection, and blank for a clean posting.  Each
      * detail also names the feed source the item came in on (WH for
      * an item released from the warehouse).  The amount is kept
      * with a leading separate sign so the file stays printable.
      ******************************************************************
       01  ACK-RECORD.
           05  AK-RECORD-TYPE          PIC X(01).
               88  AK-HEADER-RECORD    VALUE 'H'.
               88  AK-DETAIL-RECORD    VALUE 'D'.
               88  AK-TRAILER-RECORD   VALUE 'T'.
           05  AK-DETAIL-DATA.
               10  AK-TRANS-ID         PIC X(10).
               10  AK-FEED-RECORD-TYPE PIC X(01).
               10  AK-ACCOUNT-ID       PIC X(10).
               10  AK-AMOUNT           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10  AK-DISPOSITION      PIC X(01).
                   88  AK-POSTED       VALUE 'P'.
                   88  AK-REJECTED     VALUE 'R'.
                   88  AK-DUPLICATE    VALUE 'D'.
                   88  AK-PENDED       VALUE 'S'.
                   88  AK-WAREHOUSED   VALUE 'W'.
                   88  AK-CREDIT-HELD  VALUE 'C'.
               10  AK-REASON-CODE      PIC X(04).
               10  AK-REASON-TEXT      PIC X(50).
               10  AK-SOURCE-CODE      PIC X(02).
               10  FILLER              PIC X(37).
           05  AK-HEADER-DATA REDEFINES AK-DETAIL-DATA.
               10  AK-BUSINESS-DATE    PIC 9(08).
               10  AK-CYCLE-NUMBER     PIC 9(02).
               10  AK-RUN-START-STAMP  PIC X(21).
               10  FILLER              PIC X(96).
           05  AK-TRAILER-DATA REDEFINES AK-DETAIL-DATA.
               10  AK-DETAIL-COUNT     PIC 9(09).
               10  AK-RECORDS-READ     PIC 9(09).
               10  AK-RECORDS-REJECTED PIC 9(09).
               10  AK-RECORDS-POSTED   PIC 9(09).
               10  AK-RECORDS-PENDED   PIC 9(09).
               10  AK-LATE-REDIRECTED  PIC 9(09).
               10  AK-REVERSALS-APPLD  PIC 9(09).
               10  AK-REVERSALS-REJCT  PIC 9(09).
               10  AK-ADJUST-APPLIED   PIC 9(09).
               10  AK-ADJUST-REJECTED  PIC 9(09).
               10  AK-DUPLICATES       PIC 9(09).
               10  AK-RECS-WAREHOUSED  PIC 9(09).
               10  AK-WHSE-RELEASED    PIC 9(09).
               10  AK-RECS-CREDIT-HELD PIC 9(09).
               10  FILLER              PIC X(01).
