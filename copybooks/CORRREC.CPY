      * Record layout for the CORRECTION-FILE supplied by operations
      * to the exception recycle program.  Each record carries the
      * repaired field values for one rejected transaction, matched to
      * the exception file on CR-TRANS-ID, together with the account
      * the transaction is to post to.  The amount is keyed with a
      * leading separate sign so operations can enter credits.
      * CR-ENTERED-BY is the ID of the operator who keyed the
      * correction; it is required on any correction that has to be
      * held for a second operator's approval.
      ******************************************************************
       01  CORRECTION-RECORD.
           05  CR-TRANS-ID             PIC X(10).
           05  CR-ACCOUNT-ID           PIC X(10).
           05  CR-AMOUNT               PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  CR-TRANS-DATE           PIC 9(08).
           05  CR-STATUS-CODE          PIC X(02).
           05  CR-ENTERED-BY           PIC X(08).
