      ******************************************************************
      * MYFILEREC.CPY
      * Record layout for MY-FILE, the daily transaction feed.
      * MF-TRANS-ID is the indexed record key and identifies the
      * transaction only; MF-ACCOUNT-ID names the account it posts
      * to, and many transactions may post to one account.  A record
      * is either a detail (MF-RECORD-TYPE = 'D') carrying a
      * transaction, a reversal (MF-RECORD-TYPE = 'R') carrying the
      * transaction ID, account and amount of a previously posted
      * transaction to be backed out, an adjustment (MF-RECORD-TYPE
      * = 'A') carrying the transaction ID, account and a signed
      * delta to be applied to the posted amount of a previously
      * posted transaction without reversing it, the single header
      * (MF-RECORD-TYPE = 'H') carrying the business date and cycle
      * number the feed belongs to, or the single trailer
      * (MF-RECORD-TYPE = 'T') carrying the count of detail records
      * the sending system expects us to find.  The header is written
      * with a low-value key so it sorts and reads first in the KSDS;
      * the trailer is written with a high-value key so it reads
      * last.
      * One cycle may take several feeds loaded into the one file: the
      * upstream feed and the system-generated feeds (exception
      * resubmission, pend release, fee and interest accrual, and any
      * added later).  Each feed has its own header and trailer and
      * is named by a two-character source code carried in the same
      * position on every record type (MF-SOURCE-CODE on a detail,
      * reversal or adjustment, MF-HEADER-SOURCE on the header,
      * MF-TRAILER-SOURCE on the trailer).  The source code also
      * follows the low or high values in the last two bytes of the
      * header and trailer keys, so each feed's control records keep
      * a key of their own.  A blank source code is the upstream feed.
      ******************************************************************
       01  MY-FILE-RECORD.
           05  MF-TRANS-ID             PIC X(10).
               88  MF-HEADER-RECORD    VALUE 'H'.
               88  MF-TRAILER-RECORD   VALUE 'T'.
           05  MF-DETAIL-DATA.
               10  MF-ACCOUNT-ID       PIC X(10).
               10  MF-AMOUNT           PIC S9(9)V99 COMP-3.
               10  MF-TRANS-DATE       PIC 9(08).
               10  MF-STATUS-CODE      PIC X(02).
               10  MF-SOURCE-CODE      PIC X(02).
               10  FILLER              PIC X(03).
           05  MF-TRAILER-DATA REDEFINES MF-DETAIL-DATA.
               10  MF-EXPECTED-COUNT   PIC 9(09).
               10  FILLER              PIC X(17).
               10  MF-TRAILER-SOURCE   PIC X(02).
               10  FILLER              PIC X(03).
           05  MF-HEADER-DATA REDEFINES MF-DETAIL-DATA.
               10  MF-BUSINESS-DATE    PIC 9(08).
               10  MF-CYCLE-NUMBER     PIC 9(02).
               10  FILLER              PIC X(16).
               10  MF-HEADER-SOURCE    PIC X(02).
               10  FILLER              PIC X(03).
