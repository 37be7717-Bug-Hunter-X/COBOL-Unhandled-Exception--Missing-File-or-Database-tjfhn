      ******************************************************************
      * ACCRREC.CPY
      * Record layout for ACCRCTL, the fee and interest accrual
      * control file.  The accrual run appends one record each time
      * it accrues a month, carrying the period (yyyymm), the
      * business date and cycle number of the feed it generated, the
      * run timestamp, the schedule rule version the charges were
      * calculated under, and the count and total of the fees and of
      * the interest charged.  A period already on file is never
      * accrued again.  The totals are kept with a leading separate
      * sign so the file stays printable.
      ******************************************************************
       01  ACCRUAL-CONTROL-RECORD.
           05  AR-PERIOD               PIC 9(06).
           05  AR-BUSINESS-DATE        PIC 9(08).
           05  AR-CYCLE-NUMBER         PIC 9(02).
           05  AR-RUN-TIMESTAMP        PIC X(21).
           05  AR-RULE-VERSION         PIC 9(05).
           05  AR-FEES-CHARGED         PIC 9(09).
           05  AR-FEE-TOTAL            PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  AR-INTEREST-CHARGED     PIC 9(09).
           05  AR-INTEREST-TOTAL       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
