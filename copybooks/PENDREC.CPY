      * PENDREC.CPY
      * Record layout for the PENDED-FILE of transactions held against
      * suspended reference accounts.  A MY-FILE detail that passes
      * every field edit but lands on an account (PD-ACCOUNT-ID) the
      * maintenance team has marked suspended is parked here instead
      * of being rejected, stamped with the run that pended it.  A
      * detail or adjustment that would take the account beyond its
      * credit limit is held here too, with PD-HOLD-REASON 'C', for
      * credit review; PD-RECORD-TYPE says whether the held item is
      * a detail or an adjustment.  Records written before these two
      * fields existed read back as blanks, which means a detail
      * held for suspension.  The pend release program re-edits this
      * file once the suspension is lifted or the account is back
      * within its limit and moves the qualifying transactions to a
      * resubmission feed.  The amount is kept with a leading
      * separate sign so the file stays printable.
      ******************************************************************
       01  PENDED-RECORD.
           05  PD-TRANS-ID             PIC X(10).
           05  PD-ACCOUNT-ID           PIC X(10).
           05  PD-AMOUNT               PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  PD-TRANS-DATE           PIC 9(08).
           05  PD-STATUS-CODE          PIC X(02).
           05  PD-PEND-TIMESTAMP       PIC X(21).
           05  PD-RECORD-TYPE          PIC X(01).
               88  PD-HELD-DETAIL      VALUE 'D' SPACE.
               88  PD-HELD-ADJUSTMENT  VALUE 'A'.
           05  PD-HOLD-REASON          PIC X(01).
               88  PD-SUSPENSION-HOLD  VALUE 'S' SPACE.
               88  PD-CREDIT-HOLD      VALUE 'C'.
