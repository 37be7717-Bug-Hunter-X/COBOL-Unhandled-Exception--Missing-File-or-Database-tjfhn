      ******************************************************************
      * PERDREC.CPY
      * Record layout for PERDCTL, the accounting period control file.
      * The period close program appends one record each time finance
      * closes a month, carrying the period (yyyymm), its
      * status, what the daily driver is to do with a late item dated
      * into a closed period -- redirect it to the first day of the
      * open period, or refuse it outright -- the close timestamp, and
      * the ledger balance the trial balance proved at close.  Periods
      * are closed strictly in sequence, so every month up to the
      * latest closed period on file is closed.  The balance is kept
      * with a leading separate sign so the file stays printable.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD               PIC 9(06).
           05  PC-PERIOD-STATUS        PIC X(01).
               88  PC-PERIOD-CLOSED    VALUE 'C'.
           05  PC-LATE-ACTION          PIC X(01).
               88  PC-LATE-REDIRECT    VALUE 'R'.
               88  PC-LATE-REFUSE      VALUE 'F'.
           05  PC-CLOSE-TIMESTAMP      PIC X(21).
           05  PC-CLOSING-BALANCE      PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
