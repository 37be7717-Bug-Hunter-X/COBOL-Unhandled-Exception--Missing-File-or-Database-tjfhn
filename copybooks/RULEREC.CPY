      ******************************************************************
      * RULEREC.CPY
      * Record layout for the RULEFILE edit rule control file that
      * holds the limits the feed edits run against.  Each rule is
      * keyed on its type, a qualifier and the date it takes effect,
      * so the file keeps every rule that has ever been in force and
      * a cycle can be edited against the rules for its own business
      * date.  The rule in force for a type and qualifier is the one
      * with the latest effective date not after the business date.
      *   DWIN  date window: RL-RULE-VALUE is the number of days either
      *         side of the run date a transaction date may fall (ED03).
      *   MAXA  amount ceiling: RL-RULE-VALUE is the largest amount,
      *         either sign, a transaction may carry (ED06).
      *   STAT  approved status code: RL-RULE-QUALIFIER is the code,
      *         approved while RL-RULE-STATE is active and refused
      *         (ED07) once a withdrawn record takes effect.
      *   FEEA  monthly service fee: RL-RULE-QUALIFIER is the account
      *         status code, RL-RULE-VALUE the fee the accrual run
      *         charges each month to an account in that standing.
      *   INTR  interest rate: RL-RULE-QUALIFIER is the account status
      *         code, RL-RULE-VALUE the annual percentage rate the
      *         accrual run charges monthly on a debit balance.
      *   DCAM  dual-control amount: RL-RULE-VALUE is the largest
      *         correction amount, either sign, the exception recycle
      *         may resubmit without a second operator's approval.
      *   DCPC  dual-control change: RL-RULE-VALUE is the largest
      *         percentage a correction may change the original amount
      *         by without a second operator's approval.
      *   VERS  version control: one record, effective date zero,
      *         whose RL-RULE-VERSION is the last version issued.
      * Every maintenance run that changes the rules takes the next
      * version number and stamps it on the rules it writes, so the
      * audit log line naming the version a cycle ran under leads
      * back to the exact limits that were applied.
      ******************************************************************
       01  RULE-RECORD.
           05  RL-RULE-KEY.
               10  RL-RULE-TYPE        PIC X(04).
                   88  RL-DATE-WINDOW-RULE   VALUE 'DWIN'.
                   88  RL-MAX-AMOUNT-RULE    VALUE 'MAXA'.
                   88  RL-STATUS-CODE-RULE   VALUE 'STAT'.
                   88  RL-FEE-AMOUNT-RULE    VALUE 'FEEA'.
                   88  RL-INTEREST-RATE-RULE VALUE 'INTR'.
                   88  RL-DUAL-AMOUNT-RULE   VALUE 'DCAM'.
                   88  RL-DUAL-PERCENT-RULE  VALUE 'DCPC'.
                   88  RL-VERSION-CONTROL    VALUE 'VERS'.
               10  RL-RULE-QUALIFIER   PIC X(02).
               10  RL-EFFECTIVE-DATE   PIC 9(08).
           05  RL-RULE-VALUE           PIC S9(9)V99 COMP-3.
           05  RL-RULE-STATE           PIC X(01).
               88  RL-RULE-ACTIVE      VALUE 'A'.
               88  RL-RULE-WITHDRAWN   VALUE 'W'.
           05  RL-RULE-VERSION         PIC 9(05).
           05  RL-MAINT-STAMP          PIC X(21).
