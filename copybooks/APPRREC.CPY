      ******************************************************************
      * APPRREC.CPY
      * Record layout for APPRQ, the dual-control approval queue.  A
      * correction the exception recycle program would resubmit, or a
      * reference change the reference maintenance program would
      * apply, is parked here instead when it needs a second operator
      * to approve it:
      *   DCAM  a correction amount, either sign, over the DCAM rule;
      *   DCPC  a correction that changes the original amount by more
      *         than the DCPC rule percentage;
      *   DCUN  a correction whose original amount is not known, held
      *         while a DCPC rule is in force;
      *   DCST  a change that takes an account out of closed (CL) or
      *         suspended (SU) standing, or a delete of an account in
      *         that standing.
      * The key is the item type ('C' correction, keyed by transaction
      * ID; 'R' reference change, keyed by account ID) and the stamp
      * of the run that queued it, so every item ever queued is kept.
      * AQ-ITEM-STATE is 'P' while the item waits for a decision, 'A'
      * once approved, 'D' once declined, 'C' once the approved item
      * has been applied by the program that queued it, and 'F' if the
      * approved item could no longer be applied.  The operator who
      * entered the item, the operator who approved or declined it
      * and the stamps of each step are kept with it.  The correction
      * view carries the repaired fields and the original amount (if
      * known) of the rejected transaction; the reference view carries
      * the maintenance action and fields as keyed, with the credit
      * limit still in its keyed form, and the status on file when it
      * was queued.
      ******************************************************************
       01  APPROVAL-RECORD.
           05  AQ-ITEM-KEY.
               10  AQ-ITEM-TYPE        PIC X(01).
                   88  AQ-CORRECTION   VALUE 'C'.
                   88  AQ-REF-CHANGE   VALUE 'R'.
               10  AQ-ITEM-ID          PIC X(10).
               10  AQ-QUEUED-STAMP     PIC X(21).
           05  AQ-ITEM-STATE           PIC X(01).
               88  AQ-PENDING          VALUE 'P'.
               88  AQ-APPROVED         VALUE 'A'.
               88  AQ-DECLINED         VALUE 'D'.
               88  AQ-COMPLETED        VALUE 'C'.
               88  AQ-FAILED           VALUE 'F'.
           05  AQ-HOLD-REASON          PIC X(04).
               88  AQ-OVER-AMOUNT      VALUE 'DCAM'.
               88  AQ-OVER-PERCENT     VALUE 'DCPC'.
               88  AQ-ORIGINAL-UNKNOWN VALUE 'DCUN'.
               88  AQ-STATUS-RELEASE   VALUE 'DCST'.
           05  AQ-SOURCE-PROGRAM       PIC X(08).
           05  AQ-ENTERED-BY           PIC X(08).
           05  AQ-DECIDED-BY           PIC X(08).
           05  AQ-DECIDED-STAMP        PIC X(21).
           05  AQ-APPLIED-STAMP        PIC X(21).
           05  AQ-ITEM-DATA            PIC X(60).
           05  AQ-CORRECTION-DATA REDEFINES AQ-ITEM-DATA.
               10  AQ-CORR-ACCOUNT-ID  PIC X(10).
               10  AQ-CORR-AMOUNT      PIC S9(9)V99 COMP-3.
               10  AQ-CORR-TRANS-DATE  PIC 9(08).
               10  AQ-CORR-STATUS-CODE PIC X(02).
               10  AQ-ORIG-AMOUNT-FLAG PIC X(01).
                   88  AQ-ORIG-AMOUNT-KNOWN VALUE 'Y'.
               10  AQ-ORIG-AMOUNT      PIC S9(9)V99 COMP-3.
               10  FILLER              PIC X(27).
           05  AQ-REF-CHANGE-DATA REDEFINES AQ-ITEM-DATA.
               10  AQ-RM-ACCOUNT-NAME  PIC X(30).
               10  AQ-RM-STATUS-CODE   PIC X(02).
               10  AQ-RM-CREDIT-LIMIT-X PIC X(14).
               10  AQ-OLD-STATUS-CODE  PIC X(02).
               10  AQ-RM-ACTION        PIC X(01).
                   88  AQ-RM-DELETE    VALUE 'D'.
               10  FILLER              PIC X(11).
