      * here, keyed on PT-TRANS-ID and stamped with the run timestamp
      * it was posted under, so downstream jobs and month-end
      * reconciliation can work from what was actually accepted
      * instead of re-reading the raw feed.  PT-ACCOUNT-ID carries the
      * account the transaction posted to and is an alternate key
      * with duplicates, so an account's transactions can be read
      * together.  An applied amount adjustment leaves the run stamp
      * that last adjusted the record in PT-LAST-ADJUST-STAMP, so a
      * restarted run can tell a replayed adjustment from a duplicate
      * one.  PT-POSTING-DATE is the accounting date the transaction
      * was posted under: the transaction date, unless that fell in a
      * closed accounting period and the item was redirected to the
      * first day of the open period.  A reversal or adjustment that
      * arrives after the original posting period has closed is
      * carried in PT-LATE-AMOUNT under PT-LATE-POSTING-DATE, so the
      * closed period's figures never move.
      ******************************************************************
       01  POSTED-RECORD.
           05  PT-TRANS-ID             PIC X(10).
           05  PT-ACCOUNT-ID           PIC X(10).
           05  PT-AMOUNT               PIC S9(9)V99 COMP-3.
           05  PT-TRANS-DATE           PIC 9(08).
           05  PT-STATUS-CODE          PIC X(02).
               88  PT-POSTED           VALUE 'P'.
               88  PT-REVERSED         VALUE 'V'.
           05  PT-LAST-ADJUST-STAMP    PIC X(21).
           05  PT-POSTING-DATE         PIC 9(08).
           05  PT-LATE-AMOUNT          PIC S9(9)V99 COMP-3.
           05  PT-LATE-POSTING-DATE    PIC 9(08).
