      * written by the daily driver for transactions held against
      * suspended reference accounts, re-edits each one against the
      * current REFFILE account status, and disposes of it:
      *   - account now in good standing: the transaction is put back
      *     through the ED-series date, amount and status code edits
      *     against the edit rules in force for the release business
      *     date, since the rules may have changed while it was held;
      *     if it passes it is written to a resubmission feed (detail
      *     records plus control header and trailer) that the daily
      *     driver posts on its next cycle, so a lifted suspension
      *     needs no manual rekeying, and if it fails it is rejected
      *     to the exception file with its ED reason;
      *   - held for credit review (PD-HOLD-REASON 'C') on an
      *     account in good standing: after the same edits the
      *     account's balance master, plus the held amount, is
      *     checked against the current REFFILE credit limit; the
      *     item is released only if it is now within the limit and
      *     is otherwise carried forward.  A held adjustment is only
      *     put through the amount edits the daily driver applies to
      *     an adjustment, and is released as an adjustment, outside
      *     the feed trailer's detail count;
      *   - account still suspended: the transaction is carried
      *     forward to PENDNEW for the job to copy back over the live
      *     pended file;
      * The feed is opened with a control header whose business date
      * and cycle number MUST be supplied as the PARM value
      * ("yyyymmdd cc"), naming the cycle the resubmission feed will
      * be processed under.  The feed carries source code PR on its
      * header, trailer and details, so it is loaded into the same
      * cycle as the upstream feed and reconciled there against its
      * own trailer; the daily driver refuses a source whose header
      * names any other date or cycle than the one it is processing.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "PNDRESUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RULE-KEY
               FILE STATUS IS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDED-FILE.
           COPY PENDREC.

       FD  PENDNEW-FILE.
       01  PENDNEW-RECORD                 PIC X(65).

       FD  REF-FILE.
           COPY MYREFREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  RESUBMIT-FILE.
           COPY MYFILEREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RULE-FILE.
           COPY RULEREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-FILE-STATUS            PIC X(02).
       01  WS-PENDNEW-FILE-STATUS         PIC X(02).
       01  WS-REF-FILE-STATUS             PIC X(02).
       01  WS-RESUB-FILE-STATUS           PIC X(02).
       01  WS-BAL-FILE-STATUS             PIC X(02).
       01  WS-BAL-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  BAL-FILE-OPENED            VALUE 'Y'.
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-PEND-FILE-EOF               PIC X(01) VALUE 'N'.
       01  WS-PENDED-RELEASED             PIC 9(09) VALUE ZERO.
       01  WS-PENDED-STILL-HELD           PIC 9(09) VALUE ZERO.
       01  WS-PENDED-REJECTED             PIC 9(09) VALUE ZERO.
       01  WS-DETAILS-RELEASED            PIC 9(09) VALUE ZERO.
       01  WS-CREDIT-RELEASED             PIC 9(09) VALUE ZERO.
       01  WS-CREDIT-HOLD                 PIC X(01) VALUE 'N'.
           88  CREDIT-HELD                VALUE 'Y'.
       01  WS-CREDIT-BALANCE              PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-RUN-PARM                    PIC X(11) VALUE SPACES.
       01  WS-PARM-DATE                   PIC X(08) VALUE SPACES.
       01  WS-PARM-CYCLE                  PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-NUMBER                PIC 9(02) VALUE ZERO.
       01  WS-FEED-SOURCE                 PIC X(02) VALUE 'PR'.
       01  WS-RECORD-REJECTED             PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED            VALUE 'Y'.
       01  WS-EDIT-FAIL-REASON            PIC X(50) VALUE SPACES.
       01  WS-EDIT-WORK-DATE.
           05  WS-EDIT-YEAR               PIC 9(04).
           05  WS-EDIT-MONTH              PIC 9(02).
           05  WS-EDIT-DAY                PIC 9(02).
       01  WS-EDIT-MONTH-DAYS             PIC 9(02) VALUE ZERO.
       01  WS-EDIT-LEAP-QUOT              PIC 9(04).
       01  WS-EDIT-LEAP-REM               PIC 9(04).
       01  WS-RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT                PIC S9(09) COMP VALUE ZERO.
       01  WS-TRANS-DATE-INT              PIC S9(09) COMP VALUE ZERO.
       01  WS-DATE-WINDOW-DAYS            PIC 9(03) VALUE ZERO.
       01  WS-MAX-AMOUNT                  PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-EDIT-STATUS-CODE            PIC X(02).
       01  WS-RULE-FILE-STATUS            PIC X(02).
       01  WS-RULE-FILE-EOF               PIC X(01) VALUE 'N'.
           88  RULE-FILE-AT-END           VALUE 'Y'.
       01  WS-WINDOW-RULE-FOUND           PIC X(01) VALUE 'N'.
           88  WINDOW-RULE-FOUND          VALUE 'Y'.
       01  WS-AMOUNT-RULE-FOUND           PIC X(01) VALUE 'N'.
           88  AMOUNT-RULE-FOUND          VALUE 'Y'.
       01  WS-WINDOW-RULE-VERSION         PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-RULE-VERSION         PIC 9(05) VALUE ZERO.
       01  WS-RULE-SET-VERSION            PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-CODE-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-STATUS-RULE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-STATUS-RULE-LIMIT           PIC 9(03) VALUE 50.
       01  WS-STATUS-RULE-TABLE.
           05  WS-STATUS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY STAT-IX.
               10  WS-STATUS-RULE-CODE    PIC X(02).
               10  WS-STATUS-RULE-STATE   PIC X(01).
                   88  STATUS-RULE-ACTIVE VALUE 'A'.
               10  WS-STATUS-RULE-VERSION PIC 9(05).
       01  WS-STATUS-CODE-FOUND           PIC X(01) VALUE 'N'.
           88  STATUS-CODE-FOUND          VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
               DISPLAY "Pended records still held: "
                   WS-PENDED-STILL-HELD
               DISPLAY "Pended records rejected:   " WS-PENDED-REJECTED
               DISPLAY "Credit holds released:     " WS-CREDIT-RELEASED

               MOVE "Pend release pass complete"
                   TO WS-AUDIT-MESSAGE

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1050-EDIT-RUN-PARM
           IF NOT ABORT-RUN
               PERFORM 1020-OPEN-AUDIT-FILE
           IF NOT ABORT-RUN
               PERFORM 1010-OPEN-EXCEPTION-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1300-LOAD-EDIT-RULES
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1100-OPEN-RELEASE-FILES
           END-IF
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORT-RUN
               OPEN INPUT BALANCE-FILE
               EVALUATE WS-BAL-FILE-STATUS
                   WHEN "00"
                       SET BAL-FILE-OPENED TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Error opening balance file for release"
                           TO WS-AUDIT-MESSAGE
                       MOVE WS-BAL-FILE-STATUS TO WS-AUD-STATUS
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       SET ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT RESUBMIT-FILE
               IF WS-RESUB-FILE-STATUS NOT = "00"
               END-IF
           END-IF.

      ******************************************************************
      * Load the edit rules in force for the business date named in
      * the PARM.  The rule file is read in key order, so for each
      * rule type and qualifier the last record dated on or before
      * the business date is the one left standing.  Nothing is
      * released against an incomplete rule set.
      ******************************************************************
       1300-LOAD-EDIT-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE "Error opening edit rule file"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-RULE-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N'  TO WS-WINDOW-RULE-FOUND
               MOVE 'N'  TO WS-AMOUNT-RULE-FOUND
               MOVE ZERO TO WS-STATUS-RULE-COUNT
               MOVE 'N'  TO WS-RULE-FILE-EOF
               MOVE LOW-VALUES TO RL-RULE-KEY
               START RULE-FILE KEY IS GREATER THAN RL-RULE-KEY
                   INVALID KEY SET RULE-FILE-AT-END TO TRUE
               END-START
               IF NOT RULE-FILE-AT-END
                   PERFORM 1305-READ-RULE-RECORD
               END-IF
               PERFORM UNTIL RULE-FILE-AT-END
                   IF RL-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                    AND NOT RL-VERSION-CONTROL
                       PERFORM 1310-APPLY-RULE-RECORD
                   END-IF
                   PERFORM 1305-READ-RULE-RECORD
               END-PERFORM
               CLOSE RULE-FILE
               PERFORM 1330-CHECK-RULES-IN-FORCE
           END-IF.

       1305-READ-RULE-RECORD.
           READ RULE-FILE NEXT RECORD
               AT END SET RULE-FILE-AT-END TO TRUE
           END-READ.

       1310-APPLY-RULE-RECORD.
           EVALUATE TRUE
               WHEN RL-DATE-WINDOW-RULE
                   MOVE RL-RULE-VALUE   TO WS-DATE-WINDOW-DAYS
                   MOVE RL-RULE-VERSION TO WS-WINDOW-RULE-VERSION
                   SET WINDOW-RULE-FOUND TO TRUE
               WHEN RL-MAX-AMOUNT-RULE
                   MOVE RL-RULE-VALUE   TO WS-MAX-AMOUNT
                   MOVE RL-RULE-VERSION TO WS-AMOUNT-RULE-VERSION
                   SET AMOUNT-RULE-FOUND TO TRUE
               WHEN RL-STATUS-CODE-RULE
                   PERFORM 1320-STORE-STATUS-RULE
           END-EVALUATE.

       1320-STORE-STATUS-RULE.
           MOVE RL-RULE-QUALIFIER TO WS-EDIT-STATUS-CODE
           PERFORM 1325-FIND-STATUS-RULE
           IF NOT STATUS-CODE-FOUND
               IF WS-STATUS-RULE-COUNT >= WS-STATUS-RULE-LIMIT
                   DISPLAY "Status code rule table full, rule skipped: "
                       RL-RULE-QUALIFIER
               ELSE
                   ADD 1 TO WS-STATUS-RULE-COUNT
                   SET STAT-IX TO WS-STATUS-RULE-COUNT
                   MOVE RL-RULE-QUALIFIER
                       TO WS-STATUS-RULE-CODE (STAT-IX)
                   SET STATUS-CODE-FOUND TO TRUE
               END-IF
           END-IF
           IF STATUS-CODE-FOUND
               MOVE RL-RULE-STATE   TO WS-STATUS-RULE-STATE (STAT-IX)
               MOVE RL-RULE-VERSION TO WS-STATUS-RULE-VERSION (STAT-IX)
           END-IF.

       1325-FIND-STATUS-RULE.
           MOVE 'N' TO WS-STATUS-CODE-FOUND
           IF WS-STATUS-RULE-COUNT > ZERO
               SET STAT-IX TO 1
               SEARCH WS-STATUS-RULE-ENTRY
                   WHEN STAT-IX > WS-STATUS-RULE-COUNT
                       CONTINUE
                   WHEN WS-STATUS-RULE-CODE (STAT-IX)
                        = WS-EDIT-STATUS-CODE
                       SET STATUS-CODE-FOUND TO TRUE
               END-SEARCH
           END-IF.

       1330-CHECK-RULES-IN-FORCE.
           MOVE ZERO TO WS-APPROVED-CODE-COUNT
           MOVE WS-WINDOW-RULE-VERSION TO WS-RULE-SET-VERSION
           IF WS-AMOUNT-RULE-VERSION > WS-RULE-SET-VERSION
               MOVE WS-AMOUNT-RULE-VERSION TO WS-RULE-SET-VERSION
           END-IF
           IF WS-STATUS-RULE-COUNT > ZERO
               PERFORM VARYING STAT-IX FROM 1 BY 1
                       UNTIL STAT-IX > WS-STATUS-RULE-COUNT
                   IF STATUS-RULE-ACTIVE (STAT-IX)
                       ADD 1 TO WS-APPROVED-CODE-COUNT
                   END-IF
                   IF WS-STATUS-RULE-VERSION (STAT-IX)
                      > WS-RULE-SET-VERSION
                       MOVE WS-STATUS-RULE-VERSION (STAT-IX)
                           TO WS-RULE-SET-VERSION
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WINDOW-RULE-FOUND
            OR NOT AMOUNT-RULE-FOUND
            OR WS-APPROVED-CODE-COUNT = ZERO
               DISPLAY "No edit rules in force for business date "
                   WS-BUSINESS-DATE
               MOVE "No edit rules in force, release refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Release edits under rule version "
                   WS-RULE-SET-VERSION " for " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF.

       2100-READ-PENDED-RECORD.
           READ PENDED-FILE
               AT END SET PEND-FILE-AT-END TO TRUE

       2200-PROCESS-PENDED-RECORD.
           ADD 1 TO WS-PENDED-READ
           MOVE PD-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   PERFORM 2500-REJECT-NOT-ON-FILE
                       WHEN RF-ACCOUNT-SUSPENDED
                           PERFORM 2600-CARRY-FORWARD
                       WHEN OTHER
                           PERFORM 2300-EDIT-PENDED-RECORD
                           MOVE 'N' TO WS-CREDIT-HOLD
                           IF NOT RECORD-REJECTED AND PD-CREDIT-HOLD
                               PERFORM 2350-CHECK-CREDIT-LIMIT
                           END-IF
                           EVALUATE TRUE
                               WHEN RECORD-REJECTED
                                   MOVE WS-EDIT-FAIL-REASON
                                       TO WS-EXC-REASON
                                   PERFORM 2910-WRITE-PEND-EXCEPTION
                               WHEN CREDIT-HELD
                                   PERFORM 2600-CARRY-FORWARD
                               WHEN OTHER
                                   PERFORM 2400-WRITE-RESUBMIT-DETAIL
                           END-EVALUATE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * ED-series edits on a releasable pended transaction, the same
      * checks the daily driver applies to a feed detail: date
      * numeric, a real calendar date and inside the date window;
      * amount numeric, non-zero and inside the ceiling; status code
      * approved.
      ******************************************************************
       2300-EDIT-PENDED-RECORD.
           MOVE 'N' TO WS-RECORD-REJECTED
           IF PD-HELD-ADJUSTMENT
               PERFORM 2320-EDIT-PENDED-AMOUNT
           ELSE
               PERFORM 2310-EDIT-PENDED-DATE
               IF NOT RECORD-REJECTED
                   PERFORM 2320-EDIT-PENDED-AMOUNT
               END-IF
               IF NOT RECORD-REJECTED
                   PERFORM 2330-EDIT-PENDED-STATUS
               END-IF
           END-IF.

       2310-EDIT-PENDED-DATE.
           IF PD-TRANS-DATE NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE "ED01 TRANSACTION DATE NOT NUMERIC"
                   TO WS-EDIT-FAIL-REASON
           ELSE
               MOVE PD-TRANS-DATE TO WS-EDIT-WORK-DATE
               PERFORM 2314-CHECK-CALENDAR-DATE
               IF NOT RECORD-REJECTED
                   PERFORM 2315-CHECK-DATE-WINDOW
               END-IF
           END-IF.

       2314-CHECK-CALENDAR-DATE.
           EVALUATE WS-EDIT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-EDIT-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-EDIT-MONTH-DAYS
               WHEN 02
                   PERFORM 2316-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-EDIT-MONTH-DAYS
           END-EVALUATE
           IF WS-EDIT-MONTH-DAYS = ZERO
            OR WS-EDIT-YEAR < 1900
            OR WS-EDIT-DAY < 1
            OR WS-EDIT-DAY > WS-EDIT-MONTH-DAYS
               SET RECORD-REJECTED TO TRUE
               MOVE "ED02 TRANSACTION DATE NOT A VALID CALENDAR DATE"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

       2316-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-EDIT-MONTH-DAYS
           DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-EDIT-LEAP-QUOT
               REMAINDER WS-EDIT-LEAP-REM
           IF WS-EDIT-LEAP-REM = ZERO
               MOVE 29 TO WS-EDIT-MONTH-DAYS
               DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-EDIT-LEAP-QUOT
                   REMAINDER WS-EDIT-LEAP-REM
               IF WS-EDIT-LEAP-REM = ZERO
                   MOVE 28 TO WS-EDIT-MONTH-DAYS
                   DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-EDIT-LEAP-QUOT
                       REMAINDER WS-EDIT-LEAP-REM
                   IF WS-EDIT-LEAP-REM = ZERO
                       MOVE 29 TO WS-EDIT-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The window runs the rule's number of days either side of the
      * run date, as in the daily driver, which warehouses a detail
      * dated after the run date until its date arrives.
      ******************************************************************
       2315-CHECK-DATE-WINDOW.
           COMPUTE WS-TRANS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PD-TRANS-DATE)
           IF WS-TRANS-DATE-INT >
               WS-RUN-DATE-INT + WS-DATE-WINDOW-DAYS
            OR WS-TRANS-DATE-INT <
               WS-RUN-DATE-INT - WS-DATE-WINDOW-DAYS
               SET RECORD-REJECTED TO TRUE
               MOVE "ED03 TRANSACTION DATE OUTSIDE ACCEPTED WINDOW"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

       2320-EDIT-PENDED-AMOUNT.
           EVALUATE TRUE
               WHEN PD-AMOUNT NOT NUMERIC
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED04 TRANSACTION AMOUNT NOT NUMERIC"
                       TO WS-EDIT-FAIL-REASON
               WHEN PD-AMOUNT = ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED05 TRANSACTION AMOUNT IS ZERO"
                       TO WS-EDIT-FAIL-REASON
               WHEN PD-AMOUNT > WS-MAX-AMOUNT
               WHEN PD-AMOUNT < ZERO - WS-MAX-AMOUNT
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED06 TRANSACTION AMOUNT EXCEEDS LIMIT"
                       TO WS-EDIT-FAIL-REASON
           END-EVALUATE.

       2330-EDIT-PENDED-STATUS.
           MOVE PD-STATUS-CODE TO WS-EDIT-STATUS-CODE
           PERFORM 1325-FIND-STATUS-RULE
           IF STATUS-CODE-FOUND
               IF NOT STATUS-RULE-ACTIVE (STAT-IX)
                   MOVE 'N' TO WS-STATUS-CODE-FOUND
               END-IF
           END-IF
           IF NOT STATUS-CODE-FOUND
               SET RECORD-REJECTED TO TRUE
               MOVE "ED07 STATUS CODE NOT IN APPROVED SET"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

      ******************************************************************
      * A credit hold stays held while the balance master plus the
      * held amount is still beyond the account's current limit.  The
      * daily driver checks the limit again when the item posts.
      ******************************************************************
       2350-CHECK-CREDIT-LIMIT.
           IF PD-AMOUNT > ZERO
            AND RF-CREDIT-LIMIT NUMERIC
            AND RF-CREDIT-LIMIT > ZERO
               MOVE ZERO TO WS-CREDIT-BALANCE
               IF BAL-FILE-OPENED
                   MOVE PD-ACCOUNT-ID TO BL-ACCOUNT-ID
                   READ BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BL-CURRENT-BALANCE
                               TO WS-CREDIT-BALANCE
                   END-READ
               END-IF
               ADD PD-AMOUNT TO WS-CREDIT-BALANCE
               IF WS-CREDIT-BALANCE > RF-CREDIT-LIMIT
                   SET CREDIT-HELD TO TRUE
               END-IF
           END-IF.

       2400-WRITE-RESUBMIT-DETAIL.
           MOVE PD-TRANS-ID    TO MF-TRANS-ID
           IF PD-HELD-ADJUSTMENT
               MOVE 'A'        TO MF-RECORD-TYPE
           ELSE
               MOVE 'D'        TO MF-RECORD-TYPE
           END-IF
           MOVE PD-ACCOUNT-ID  TO MF-ACCOUNT-ID
           MOVE PD-AMOUNT      TO MF-AMOUNT
           MOVE PD-TRANS-DATE  TO MF-TRANS-DATE
           MOVE PD-STATUS-CODE TO MF-STATUS-CODE
           MOVE WS-FEED-SOURCE TO MF-SOURCE-CODE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate key on release feed: "
                   PERFORM 2600-CARRY-FORWARD
               NOT INVALID KEY
                   ADD 1 TO WS-PENDED-RELEASED
                   IF NOT PD-HELD-ADJUSTMENT
                       ADD 1 TO WS-DETAILS-RELEASED
                   END-IF
                   IF PD-CREDIT-HOLD
                       ADD 1 TO WS-CREDIT-RELEASED
                   END-IF
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Pended transaction released: "
                       PD-TRANS-ID

       2700-WRITE-RESUBMIT-HEADER.
           MOVE LOW-VALUES       TO MF-TRANS-ID
           MOVE WS-FEED-SOURCE   TO MF-TRANS-ID(9:2)
           MOVE 'H'              TO MF-RECORD-TYPE
           MOVE SPACES           TO MF-HEADER-DATA
           MOVE WS-BUSINESS-DATE TO MF-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO MF-CYCLE-NUMBER
           MOVE WS-FEED-SOURCE   TO MF-HEADER-SOURCE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing release feed header: "

       2800-WRITE-RESUBMIT-TRAILER.
           MOVE HIGH-VALUES         TO MF-TRANS-ID
           MOVE WS-FEED-SOURCE      TO MF-TRANS-ID(9:2)
           MOVE 'T'                 TO MF-RECORD-TYPE
           MOVE SPACES              TO MF-TRAILER-DATA
           MOVE WS-DETAILS-RELEASED TO MF-EXPECTED-COUNT
           MOVE WS-FEED-SOURCE      TO MF-TRAILER-SOURCE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing release feed trailer: "
               MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
               MOVE WS-EXC-REASON        TO EXC-REASON
               MOVE 'N'                  TO EXC-RECYCLE-FLAG
               MOVE SPACES               TO EXC-ORIGINAL-AMOUNT-X
               WRITE EXCEPTION-RECORD
           ELSE
               DISPLAY "Exception file unavailable - reason: "
           IF WS-REF-FILE-STATUS = "00" OR "10" OR "23"
               CLOSE REF-FILE
           END-IF
           IF BAL-FILE-OPENED
               CLOSE BALANCE-FILE
           END-IF
           IF WS-RESUB-FILE-STATUS = "00"
               CLOSE RESUBMIT-FILE
           END-IF
