      * over EXCFILE.  The feed is opened with a control header whose
      * business date and cycle number MUST be supplied as the PARM
      * value ("yyyymmdd cc"), naming the cycle the resubmission feed
      * will be processed under.  There is no safe default.  The feed
      * carries source code RS on its header, trailer and details, so
      * it is loaded into the same cycle as the upstream feed and
      * reconciled there against its own trailer; the daily driver
      * refuses a source whose header names any other date or cycle
      * than the one it is processing.  A missing or malformed PARM
      * fails the run before anything is written.  Each repaired
      * transaction is put through the same ED-series date, amount and
      * status code edits as a feed detail, against the edit rules in
      * force for that business date, so a correction that would only
      * be rejected again is held back instead of resubmitted; it is
      * logged with its reason and left for operations to re-key.
      * A correction that passes the edits but is larger than the
      * DCAM dual-control rule, or changes the original amount by more
      * than the DCPC rule percentage, is not resubmitted on one
      * operator's say: it is parked on the APPRQ approval queue
      * under the ID of the operator who keyed it, and the exception
      * stays open.  Once a second operator has approved it (APPRMNT)
      * the next recycle run resubmits the queued values, whatever
      * the correction file then holds, and flags the exception.
      * While an item waits for a decision any new correction for the
      * same transaction is set aside.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RULE-KEY
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-ITEM-KEY
               FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  EXCOUT-FILE.
       01  EXCOUT-RECORD                  PIC X(104).

       FD  CORRECTION-FILE.
           COPY CORRREC.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RULE-FILE.
           COPY RULEREC.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-EXCOUT-FILE-STATUS          PIC X(02).
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXCEPTIONS-READ             PIC 9(09) VALUE ZERO.
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-ENTRY OCCURS 1000 TIMES INDEXED BY CORR-IX.
               10  WS-CORR-TRANS-ID       PIC X(10).
               10  WS-CORR-ACCOUNT-ID     PIC X(10).
               10  WS-CORR-AMOUNT         PIC S9(9)V99 COMP-3.
               10  WS-CORR-TRANS-DATE     PIC 9(08).
               10  WS-CORR-STATUS-CODE    PIC X(02).
               10  WS-CORR-USED-FLAG      PIC X(01).
                   88  CORRECTION-USED    VALUE 'Y'.
                   88  CORRECTION-REFUSED VALUE 'R'.
                   88  CORRECTION-HELD    VALUE 'Q'.
               10  WS-CORR-AMOUNT-FLAG    PIC X(01).
                   88  CORR-AMOUNT-INVALID VALUE 'Y'.
               10  WS-CORR-ENTERED-BY     PIC X(08).
       01  WS-MATCH-FOUND                 PIC X(01) VALUE 'N'.
           88  MATCH-FOUND                VALUE 'Y'.
       01  WS-RUN-PARM                    PIC X(11) VALUE SPACES.
       01  WS-PARM-CYCLE                  PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-NUMBER                PIC 9(02) VALUE ZERO.
       01  WS-FEED-SOURCE                 PIC X(02) VALUE 'RS'.
       01  WS-CORRECTIONS-REFUSED         PIC 9(09) VALUE ZERO.
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
       01  WS-DUAL-AMOUNT-FOUND           PIC X(01) VALUE 'N'.
           88  DUAL-AMOUNT-FOUND          VALUE 'Y'.
       01  WS-DUAL-PERCENT-FOUND          PIC X(01) VALUE 'N'.
           88  DUAL-PERCENT-FOUND         VALUE 'Y'.
       01  WS-DUAL-AMOUNT                 PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-DUAL-PERCENT                PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-DUAL-AMOUNT-VERSION         PIC 9(05) VALUE ZERO.
       01  WS-DUAL-PERCENT-VERSION        PIC 9(05) VALUE ZERO.
       01  WS-AUD-LIMIT                   PIC Z(8)9.99.
       01  WS-APPR-FILE-STATUS            PIC X(02).
       01  WS-APPR-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  APPR-FILE-OPENED           VALUE 'Y'.
       01  WS-APPR-SCAN-EOF               PIC X(01) VALUE 'N'.
           88  APPR-SCAN-AT-END           VALUE 'Y'.
       01  WS-QUEUE-ITEM-FOUND            PIC X(01) VALUE 'N'.
           88  QUEUE-ITEM-FOUND           VALUE 'Y'.
       01  WS-APPROVAL-NEEDED             PIC X(01) VALUE 'N'.
           88  APPROVAL-NEEDED            VALUE 'Y'.
       01  WS-HOLD-REASON                 PIC X(04) VALUE SPACES.
       01  WS-AMOUNT-CHANGE               PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-ORIGINAL-ABS                PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-CORRECTIONS-QUEUED          PIC 9(09) VALUE ZERO.
       01  WS-APPROVED-RELEASED           PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTIONS-AWAITING         PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
               DISPLAY "Exceptions recycled: " WS-EXCEPTIONS-RECYCLED
               DISPLAY "Corrections loaded:  " WS-CORRECTIONS-LOADED
               DISPLAY "Corrections unused:  " WS-CORRECTIONS-UNUSED
               DISPLAY "Corrections refused: " WS-CORRECTIONS-REFUSED
               DISPLAY "Corrections held:    " WS-CORRECTIONS-QUEUED
               DISPLAY "Approved released:   " WS-APPROVED-RELEASED
               DISPLAY "Awaiting approval:   " WS-EXCEPTIONS-AWAITING

               MOVE "Exception recycle pass complete"
                   TO WS-AUDIT-MESSAGE

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1050-EDIT-RUN-PARM
           IF NOT ABORT-RUN
               PERFORM 1020-OPEN-AUDIT-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1300-LOAD-EDIT-RULES
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1100-OPEN-RECYCLE-FILES
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1150-OPEN-APPROVAL-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 2700-WRITE-RESUBMIT-HEADER
           END-IF.
               END-IF
           END-IF.

       1150-OPEN-APPROVAL-FILE.
           OPEN I-O APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF WS-APPR-FILE-STATUS = "00"
               SET APPR-FILE-OPENED TO TRUE
           ELSE
               MOVE "Error opening approval queue"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-LOAD-CORRECTION-TABLE.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CORRECTIONS-LOADED
               SET CORR-IX TO WS-CORRECTIONS-LOADED
               MOVE CR-TRANS-ID    TO WS-CORR-TRANS-ID (CORR-IX)
               MOVE CR-ACCOUNT-ID  TO WS-CORR-ACCOUNT-ID (CORR-IX)
               IF CR-AMOUNT NUMERIC
                   MOVE CR-AMOUNT  TO WS-CORR-AMOUNT (CORR-IX)
                   MOVE 'N'        TO WS-CORR-AMOUNT-FLAG (CORR-IX)
               ELSE
                   MOVE ZERO       TO WS-CORR-AMOUNT (CORR-IX)
                   MOVE 'Y'        TO WS-CORR-AMOUNT-FLAG (CORR-IX)
               END-IF
               MOVE CR-TRANS-DATE  TO WS-CORR-TRANS-DATE (CORR-IX)
               MOVE CR-STATUS-CODE TO WS-CORR-STATUS-CODE (CORR-IX)
               MOVE CR-ENTERED-BY  TO WS-CORR-ENTERED-BY (CORR-IX)
               MOVE 'N'            TO WS-CORR-USED-FLAG (CORR-IX)
           END-IF.

      ******************************************************************
      * Load the edit rules in force for the business date named in
      * the PARM.  The rule file is read in key order, so for each
      * rule type and qualifier the last record dated on or before
      * the business date is the one left standing.  Corrections are
      * never edited against an incomplete rule set.
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
               MOVE 'N'  TO WS-DUAL-AMOUNT-FOUND
               MOVE 'N'  TO WS-DUAL-PERCENT-FOUND
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
               WHEN RL-DUAL-AMOUNT-RULE
                   MOVE RL-RULE-VALUE   TO WS-DUAL-AMOUNT
                   MOVE RL-RULE-VERSION TO WS-DUAL-AMOUNT-VERSION
                   SET DUAL-AMOUNT-FOUND TO TRUE
               WHEN RL-DUAL-PERCENT-RULE
                   MOVE RL-RULE-VALUE   TO WS-DUAL-PERCENT
                   MOVE RL-RULE-VERSION TO WS-DUAL-PERCENT-VERSION
                   SET DUAL-PERCENT-FOUND TO TRUE
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
           IF DUAL-AMOUNT-FOUND
            AND WS-DUAL-AMOUNT-VERSION > WS-RULE-SET-VERSION
               MOVE WS-DUAL-AMOUNT-VERSION TO WS-RULE-SET-VERSION
           END-IF
           IF DUAL-PERCENT-FOUND
            AND WS-DUAL-PERCENT-VERSION > WS-RULE-SET-VERSION
               MOVE WS-DUAL-PERCENT-VERSION TO WS-RULE-SET-VERSION
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
               MOVE "No edit rules in force, recycle refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Recycle edits under rule version "
                   WS-RULE-SET-VERSION " for " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 1340-AUDIT-DUAL-CONTROL
           END-IF.

      ******************************************************************
      * The dual-control thresholds are optional.  A threshold with no
      * rule in force holds nothing back, and the audit log says so.
      ******************************************************************
       1340-AUDIT-DUAL-CONTROL.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF DUAL-AMOUNT-FOUND
               MOVE WS-DUAL-AMOUNT TO WS-AUD-LIMIT
               STRING "Dual-control amount limit: " WS-AUD-LIMIT
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           ELSE
               MOVE "Dual-control amount limit not in force"
                   TO WS-AUDIT-MESSAGE
           END-IF
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF DUAL-PERCENT-FOUND
               MOVE WS-DUAL-PERCENT TO WS-AUD-LIMIT
               STRING "Dual-control change limit %: " WS-AUD-LIMIT
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           ELSE
               MOVE "Dual-control change limit not in force"
                   TO WS-AUDIT-MESSAGE
           END-IF
           PERFORM 8000-WRITE-AUDIT-RECORD.

       2100-READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END SET EXC-FILE-AT-END TO TRUE
       2200-PROCESS-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTIONS-READ
           IF EXC-TRANS-ID NOT = SPACES AND NOT EXC-RECYCLED
               PERFORM 2600-FIND-QUEUED-CORRECTION
               EVALUATE TRUE
                   WHEN QUEUE-ITEM-FOUND AND AQ-APPROVED
                       PERFORM 2650-RELEASE-APPROVED-CORRECTION
                   WHEN QUEUE-ITEM-FOUND
                       ADD 1 TO WS-EXCEPTIONS-AWAITING
                       PERFORM 2670-SET-ASIDE-CORRECTION
                   WHEN OTHER
                       PERFORM 2300-MATCH-CORRECTION
                       IF MATCH-FOUND
                           PERFORM 2500-EDIT-CORRECTION
                           IF NOT RECORD-REJECTED
                               PERFORM 2550-CHECK-DUAL-CONTROL
                           END-IF
                           EVALUATE TRUE
                               WHEN RECORD-REJECTED
                                   PERFORM 2590-REFUSE-CORRECTION
                               WHEN APPROVAL-NEEDED
                                   PERFORM 2560-QUEUE-CORRECTION
                               WHEN OTHER
                                   PERFORM 2400-WRITE-RESUBMIT-DETAIL
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF
           WRITE EXCOUT-RECORD FROM EXCEPTION-RECORD.

       2400-WRITE-RESUBMIT-DETAIL.
           MOVE WS-CORR-TRANS-ID (CORR-IX)    TO MF-TRANS-ID
           MOVE 'D'                           TO MF-RECORD-TYPE
           MOVE WS-CORR-ACCOUNT-ID (CORR-IX)  TO MF-ACCOUNT-ID
           MOVE WS-CORR-AMOUNT (CORR-IX)      TO MF-AMOUNT
           MOVE WS-CORR-TRANS-DATE (CORR-IX)  TO MF-TRANS-DATE
           MOVE WS-CORR-STATUS-CODE (CORR-IX) TO MF-STATUS-CODE
           MOVE WS-FEED-SOURCE                TO MF-SOURCE-CODE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate key on resubmission feed: "
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE.

      ******************************************************************
      * ED-series edits on the matched correction, the same checks the
      * daily driver applies to a feed detail: date numeric, a real
      * calendar date and inside the date window; amount numeric,
      * non-zero and inside the ceiling; status code approved.
      ******************************************************************
       2500-EDIT-CORRECTION.
           MOVE 'N' TO WS-RECORD-REJECTED
           PERFORM 2510-EDIT-CORRECTION-DATE
           IF NOT RECORD-REJECTED
               PERFORM 2520-EDIT-CORRECTION-AMOUNT
           END-IF
           IF NOT RECORD-REJECTED
               PERFORM 2530-EDIT-CORRECTION-STATUS
           END-IF.

       2510-EDIT-CORRECTION-DATE.
           IF WS-CORR-TRANS-DATE (CORR-IX) NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE "ED01 TRANSACTION DATE NOT NUMERIC"
                   TO WS-EDIT-FAIL-REASON
           ELSE
               MOVE WS-CORR-TRANS-DATE (CORR-IX) TO WS-EDIT-WORK-DATE
               PERFORM 2514-CHECK-CALENDAR-DATE
               IF NOT RECORD-REJECTED
                   PERFORM 2515-CHECK-DATE-WINDOW
               END-IF
           END-IF.

       2514-CHECK-CALENDAR-DATE.
           EVALUATE WS-EDIT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-EDIT-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-EDIT-MONTH-DAYS
               WHEN 02
                   PERFORM 2516-SET-FEBRUARY-DAYS
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

       2516-SET-FEBRUARY-DAYS.
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
       2515-CHECK-DATE-WINDOW.
           COMPUTE WS-TRANS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CORR-TRANS-DATE (CORR-IX))
           IF WS-TRANS-DATE-INT >
               WS-RUN-DATE-INT + WS-DATE-WINDOW-DAYS
            OR WS-TRANS-DATE-INT <
               WS-RUN-DATE-INT - WS-DATE-WINDOW-DAYS
               SET RECORD-REJECTED TO TRUE
               MOVE "ED03 TRANSACTION DATE OUTSIDE ACCEPTED WINDOW"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

       2520-EDIT-CORRECTION-AMOUNT.
           EVALUATE TRUE
               WHEN CORR-AMOUNT-INVALID (CORR-IX)
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED04 TRANSACTION AMOUNT NOT NUMERIC"
                       TO WS-EDIT-FAIL-REASON
               WHEN WS-CORR-AMOUNT (CORR-IX) = ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED05 TRANSACTION AMOUNT IS ZERO"
                       TO WS-EDIT-FAIL-REASON
               WHEN WS-CORR-AMOUNT (CORR-IX) > WS-MAX-AMOUNT
               WHEN WS-CORR-AMOUNT (CORR-IX) < ZERO - WS-MAX-AMOUNT
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED06 TRANSACTION AMOUNT EXCEEDS LIMIT"
                       TO WS-EDIT-FAIL-REASON
           END-EVALUATE.

       2530-EDIT-CORRECTION-STATUS.
           MOVE WS-CORR-STATUS-CODE (CORR-IX) TO WS-EDIT-STATUS-CODE
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
      * Dual control on a correction that has passed the edits: an
      * amount, either sign, over the DCAM limit, or an amount that
      * differs from the one the transaction arrived with by more
      * than the DCPC percentage of it, needs a second operator.  When
      * only a percentage limit is in force and the original amount
      * is not known the change cannot be measured, so the correction
      * is held as well.  A held correction must name the operator who
      * keyed it, or the approver could not be told apart from them.
      ******************************************************************
       2550-CHECK-DUAL-CONTROL.
           MOVE 'N'    TO WS-APPROVAL-NEEDED
           MOVE SPACES TO WS-HOLD-REASON
           IF DUAL-AMOUNT-FOUND
               IF WS-CORR-AMOUNT (CORR-IX) > WS-DUAL-AMOUNT
                OR WS-CORR-AMOUNT (CORR-IX) < ZERO - WS-DUAL-AMOUNT
                   SET APPROVAL-NEEDED TO TRUE
                   MOVE "DCAM" TO WS-HOLD-REASON
               END-IF
           END-IF
           IF DUAL-PERCENT-FOUND AND NOT APPROVAL-NEEDED
               IF EXC-ORIGINAL-AMOUNT-X = SPACES
                OR EXC-ORIGINAL-AMOUNT NOT NUMERIC
                   SET APPROVAL-NEEDED TO TRUE
                   MOVE "DCUN" TO WS-HOLD-REASON
               ELSE
                   PERFORM 2555-MEASURE-AMOUNT-CHANGE
               END-IF
           END-IF
           IF APPROVAL-NEEDED
            AND WS-CORR-ENTERED-BY (CORR-IX) = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE "DC01 OPERATOR ID REQUIRED ON A DUAL-CONTROL ITEM"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

       2555-MEASURE-AMOUNT-CHANGE.
           COMPUTE WS-AMOUNT-CHANGE =
               WS-CORR-AMOUNT (CORR-IX) - EXC-ORIGINAL-AMOUNT
           IF WS-AMOUNT-CHANGE < ZERO
               COMPUTE WS-AMOUNT-CHANGE = ZERO - WS-AMOUNT-CHANGE
           END-IF
           MOVE EXC-ORIGINAL-AMOUNT TO WS-ORIGINAL-ABS
           IF WS-ORIGINAL-ABS < ZERO
               COMPUTE WS-ORIGINAL-ABS = ZERO - WS-ORIGINAL-ABS
           END-IF
           IF WS-AMOUNT-CHANGE * 100 > WS-DUAL-PERCENT * WS-ORIGINAL-ABS
               SET APPROVAL-NEEDED TO TRUE
               MOVE "DCPC" TO WS-HOLD-REASON
           END-IF.

      ******************************************************************
      * Park the correction on the approval queue under this run's
      * stamp.  The exception stays open until an approved item is
      * resubmitted by a later run.
      ******************************************************************
       2560-QUEUE-CORRECTION.
           MOVE SPACES                        TO APPROVAL-RECORD
           SET AQ-CORRECTION                  TO TRUE
           MOVE EXC-TRANS-ID                  TO AQ-ITEM-ID
           MOVE WS-RUN-TIMESTAMP              TO AQ-QUEUED-STAMP
           SET AQ-PENDING                     TO TRUE
           MOVE WS-HOLD-REASON                TO AQ-HOLD-REASON
           MOVE "EXCRCYCL"                    TO AQ-SOURCE-PROGRAM
           MOVE WS-CORR-ENTERED-BY (CORR-IX)  TO AQ-ENTERED-BY
           MOVE WS-CORR-ACCOUNT-ID (CORR-IX)  TO AQ-CORR-ACCOUNT-ID
           MOVE WS-CORR-AMOUNT (CORR-IX)      TO AQ-CORR-AMOUNT
           MOVE WS-CORR-TRANS-DATE (CORR-IX)  TO AQ-CORR-TRANS-DATE
           MOVE WS-CORR-STATUS-CODE (CORR-IX) TO AQ-CORR-STATUS-CODE
           IF EXC-ORIGINAL-AMOUNT-X = SPACES
            OR EXC-ORIGINAL-AMOUNT NOT NUMERIC
               MOVE 'N'                       TO AQ-ORIG-AMOUNT-FLAG
               MOVE ZERO                      TO AQ-ORIG-AMOUNT
           ELSE
               SET AQ-ORIG-AMOUNT-KNOWN       TO TRUE
               MOVE EXC-ORIGINAL-AMOUNT       TO AQ-ORIG-AMOUNT
           END-IF
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Error queueing correction for approval: "
                       WS-APPR-FILE-STATUS " " EXC-TRANS-ID
                   MOVE 'R' TO WS-CORR-USED-FLAG (CORR-IX)
                   ADD 1 TO WS-CORRECTIONS-REFUSED
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Correction not queued for approval: "
                       EXC-TRANS-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CORRECTIONS-QUEUED
                   MOVE 'Q' TO WS-CORR-USED-FLAG (CORR-IX)
                   DISPLAY "Correction held for approval: " EXC-TRANS-ID
                       " " WS-HOLD-REASON " keyed by "
                       WS-CORR-ENTERED-BY (CORR-IX)
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Correction held for approval " WS-HOLD-REASON
                       ": " EXC-TRANS-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE.

      ******************************************************************
      * A correction that fails the edits is not resubmitted.  The
      * exception stays open for a fresh correction and the refused
      * one is marked so it is not also reported as unmatched.
      ******************************************************************
       2590-REFUSE-CORRECTION.
           ADD 1 TO WS-CORRECTIONS-REFUSED
           MOVE 'R' TO WS-CORR-USED-FLAG (CORR-IX)
           DISPLAY "Correction refused: " EXC-TRANS-ID " "
               WS-EDIT-FAIL-REASON
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Correction refused " WS-EDIT-FAIL-REASON(1:4)
               ": " EXC-TRANS-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * Look for a correction to this transaction that is waiting for
      * a decision or approved and not yet resubmitted.  Queue keys
      * run in type, transaction and stamp order, so the scan starts
      * at the first item for the transaction and stops at the next.
      ******************************************************************
       2600-FIND-QUEUED-CORRECTION.
           MOVE 'N'          TO WS-QUEUE-ITEM-FOUND
           MOVE 'N'          TO WS-APPR-SCAN-EOF
           SET AQ-CORRECTION TO TRUE
           MOVE EXC-TRANS-ID TO AQ-ITEM-ID
           MOVE LOW-VALUES   TO AQ-QUEUED-STAMP
           START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-KEY
               INVALID KEY SET APPR-SCAN-AT-END TO TRUE
           END-START
           PERFORM UNTIL APPR-SCAN-AT-END OR QUEUE-ITEM-FOUND
               PERFORM 2610-READ-NEXT-QUEUE-ITEM
           END-PERFORM.

       2610-READ-NEXT-QUEUE-ITEM.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET APPR-SCAN-AT-END TO TRUE
           END-READ
           IF NOT APPR-SCAN-AT-END
               EVALUATE TRUE
                   WHEN NOT AQ-CORRECTION
                   WHEN AQ-ITEM-ID NOT = EXC-TRANS-ID
                       SET APPR-SCAN-AT-END TO TRUE
                   WHEN AQ-PENDING OR AQ-APPROVED
                       SET QUEUE-ITEM-FOUND TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Resubmit an approved correction with the values that were
      * approved, and record on the queue that it has been applied.
      ******************************************************************
       2650-RELEASE-APPROVED-CORRECTION.
           MOVE AQ-ITEM-ID            TO MF-TRANS-ID
           MOVE 'D'                   TO MF-RECORD-TYPE
           MOVE AQ-CORR-ACCOUNT-ID    TO MF-ACCOUNT-ID
           MOVE AQ-CORR-AMOUNT        TO MF-AMOUNT
           MOVE AQ-CORR-TRANS-DATE    TO MF-TRANS-DATE
           MOVE AQ-CORR-STATUS-CODE   TO MF-STATUS-CODE
           MOVE WS-FEED-SOURCE        TO MF-SOURCE-CODE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate key on resubmission feed: "
                       MF-TRANS-ID
               NOT INVALID KEY
                   ADD 1 TO WS-EXCEPTIONS-RECYCLED
                   ADD 1 TO WS-APPROVED-RELEASED
                   SET EXC-RECYCLED TO TRUE
                   SET AQ-COMPLETED TO TRUE
                   MOVE WS-RUN-TIMESTAMP TO AQ-APPLIED-STAMP
                   REWRITE APPROVAL-RECORD
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Approved correction resubmitted: "
                       EXC-TRANS-ID " by " AQ-DECIDED-BY
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE
           PERFORM 2670-SET-ASIDE-CORRECTION.

      ******************************************************************
      * A correction supplied for a transaction already on the queue is
      * not used: the queued values are the ones under dual control.
      ******************************************************************
       2670-SET-ASIDE-CORRECTION.
           PERFORM 2300-MATCH-CORRECTION
           IF MATCH-FOUND
               MOVE 'Q' TO WS-CORR-USED-FLAG (CORR-IX)
               DISPLAY "Correction set aside, already queued: "
                   EXC-TRANS-ID
           END-IF.

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
                   DISPLAY "Error writing resubmission header: "

       2800-WRITE-RESUBMIT-TRAILER.
           MOVE HIGH-VALUES            TO MF-TRANS-ID
           MOVE WS-FEED-SOURCE         TO MF-TRANS-ID(9:2)
           MOVE 'T'                    TO MF-RECORD-TYPE
           MOVE SPACES                 TO MF-TRAILER-DATA
           MOVE WS-EXCEPTIONS-RECYCLED TO MF-EXPECTED-COUNT
           MOVE WS-FEED-SOURCE         TO MF-TRAILER-SOURCE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing resubmission trailer: "
               PERFORM VARYING CORR-IX FROM 1 BY 1
                       UNTIL CORR-IX > WS-CORRECTIONS-LOADED
                   IF NOT CORRECTION-USED (CORR-IX)
                    AND NOT CORRECTION-REFUSED (CORR-IX)
                    AND NOT CORRECTION-HELD (CORR-IX)
                       ADD 1 TO WS-CORRECTIONS-UNUSED
                       DISPLAY "Correction unmatched: "
                           WS-CORR-TRANS-ID (CORR-IX)
           IF WS-RESUB-FILE-STATUS = "00"
               CLOSE RESUBMIT-FILE
           END-IF
           IF APPR-FILE-OPENED
               CLOSE APPROVAL-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
