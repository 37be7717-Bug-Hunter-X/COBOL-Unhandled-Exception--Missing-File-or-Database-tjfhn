      * XTRREC.CPY
      * Record layout for the fixed-layout extract file written by
      * MYFLKEY in bulk mode.  One record per requested transaction
      * ID, found or not; hits carry the account the transaction
      * posts to, enriched with the account name from the REFFILE
      * reference master.  The amount carries a leading separate
      * sign so the extract stays printable.
      ******************************************************************
       01  EXTRACT-RECORD.
           05  XT-TRANS-ID             PIC X(10).
           05  XT-ACCOUNT-ID           PIC X(10).
           05  XT-FOUND-FLAG           PIC X(01).
               88  XT-FOUND            VALUE 'Y'.
               88  XT-NOT-FOUND        VALUE 'N'.
