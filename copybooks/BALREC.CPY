      ******************************************************************
      * BALREC.CPY
      * Record layout for BALFILE, the account balance master.  Keyed
      * on BL-ACCOUNT-ID the way the REFFILE reference master is
      * keyed, one record per account, rolled up by the daily driver
      * as it posts, reverses and adjusts every transaction against
      * the account: the signed running balance, the count of
      * postings applied, and the date of the last activity.  Balance
      * questions from finance are answered from this file instead of
      * an ad-hoc scan of the posted master.
      ******************************************************************
       01  BALANCE-RECORD.
           05  BL-ACCOUNT-ID           PIC X(10).
           05  BL-CURRENT-BALANCE      PIC S9(11)V99 COMP-3.
           05  BL-TRANS-COUNT          PIC 9(09).
           05  BL-LAST-ACTIVITY-DATE   PIC 9(08).
