      ******************************************************************
      * GLREC.CPY
      * Record layout for the nightly general-ledger interface file.
      * MYFLPROC summarises accepted amounts by posting date and
      * status code into one detail record per combination, with the
      * signed posting amount carried as an unsigned amount plus a
      * debit/credit code.  One source control record (type 'S') per
      * feed source taken into the cycle follows the details, carrying
      * the source code in the status code position, the net amount
      * the source put to the ledger and its count of items posted or
      * applied.  A single control record (type 'T') closes the batch
      * with the detail record count and the net control total for
      * the GL load to balance against; the source nets foot to it.
      * The posting date is the transaction date, except for a late
      * item redirected out of a closed accounting period, which is
      * carried under the first day of the open period so a closed
      * month never moves.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               88  GL-DETAIL-RECORD    VALUE 'D'.
               88  GL-SOURCE-CONTROL   VALUE 'S'.
               88  GL-CONTROL-RECORD   VALUE 'T'.
           05  GL-TRANS-DATE           PIC 9(08).
           05  GL-STATUS-CODE          PIC X(02).
