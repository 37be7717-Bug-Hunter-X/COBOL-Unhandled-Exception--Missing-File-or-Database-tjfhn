      * an incident ticket.  EXC-RECYCLE-FLAG is set to 'Y' by the
      * exception recycle program once a rejected transaction has been
      * repaired and written to a resubmission feed, so the same
      * exception cannot be resubmitted twice.  EXC-ORIGINAL-AMOUNT
      * is the amount the rejected transaction arrived with, kept so a
      * correction can be measured against it; it is blank when the
      * exception is not about a transaction or the amount was not
      * numeric.
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-TIMESTAMP           PIC X(21).
           05  EXC-REASON              PIC X(50).
           05  EXC-RECYCLE-FLAG        PIC X(01).
               88  EXC-RECYCLED        VALUE 'Y'.
           05  EXC-ORIGINAL-AMOUNT     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  EXC-ORIGINAL-AMOUNT-X REDEFINES EXC-ORIGINAL-AMOUNT
                                       PIC X(12).
