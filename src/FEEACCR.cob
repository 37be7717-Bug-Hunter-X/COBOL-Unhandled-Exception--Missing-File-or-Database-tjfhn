       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEACCR.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Monthly fee and interest accrual run.  Reads the BALFILE
      * account balance master in account order, looks each account
      * up on the REFFILE reference master for its standing, and
      * charges it from the fee and interest schedule held on the
      * RULEFILE edit rule control file by account status code:
      *   - FEEA: the monthly service fee for the status;
      *   - INTR: the annual interest rate for the status, charged
      *     at one twelfth on a debit (positive) month-end balance.
      * The balance master is current to the last cycle, so the
      * month-end balance is derived from it by backing out the
      * account's POSTFILE movement posted after the accrual month.
      * The schedule applied is the one in force on the last day of
      * the accrual month.  A closed account, an account no longer
      * on the reference master, and a status with no schedule are
      * not charged.  The charges are written as details to ACCRFEED,
      * a system-generated feed in the MY-FILE layout with its own
      * control header and trailer under source code FA, which is
      * loaded into the daily driver's cycle alongside the upstream
      * feed, so the GL interface, the balance master and the
      * history file pick the charges up through the normal path.
      * Each charge is dated the last day of the accrual month under
      * status code AC and carries a transaction ID built from the
      * charge type (F fee, I interest), the month (yymm) and the
      * account's sequence in the run.  Every account charged is
      * listed on the ACCRRPT accrual register with its month-end
      * balance, fee, rate and interest, followed by the run totals.
      * The PARM value is "yyyymm yyyymmdd cc": the month to accrue,
      * which must have ended, and the business date and cycle number
      * the feed is to be processed under.  Each month accrued is
      * recorded on the ACCRCTL accrual control file, and a month
      * already on file is refused with return code 16, so the same
      * period is never charged twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RULE-KEY
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-TRANS-ID
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-FILE.
           COPY POSTREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  REF-FILE.
           COPY MYREFREC.

       FD  RULE-FILE.
           COPY RULEREC.

       FD  ACCRUAL-FEED.
           COPY MYFILEREC.

       FD  ACCRUAL-CONTROL-FILE.
           COPY ACCRREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-POST-FILE-STATUS            PIC X(02).
       01  WS-BAL-FILE-STATUS             PIC X(02).
       01  WS-REF-FILE-STATUS             PIC X(02).
       01  WS-RULE-FILE-STATUS            PIC X(02).
       01  WS-FEED-FILE-STATUS            PIC X(02).
       01  WS-ACCR-FILE-STATUS            PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-POST-FILE-EOF               PIC X(01) VALUE 'N'.
           88  POST-FILE-AT-END           VALUE 'Y'.
       01  WS-BAL-FILE-EOF                PIC X(01) VALUE 'N'.
           88  BAL-FILE-AT-END            VALUE 'Y'.
       01  WS-RULE-FILE-EOF               PIC X(01) VALUE 'N'.
           88  RULE-FILE-AT-END           VALUE 'Y'.
       01  WS-ACCR-FILE-EOF               PIC X(01) VALUE 'N'.
           88  ACCR-FILE-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-POST-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  POST-FILE-OPENED           VALUE 'Y'.
       01  WS-BAL-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  BAL-FILE-OPENED            VALUE 'Y'.
       01  WS-REF-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  REF-FILE-OPENED            VALUE 'Y'.
       01  WS-FEED-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  FEED-FILE-OPENED           VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-PERIOD-ACCRUED              PIC X(01) VALUE 'N'.
           88  PERIOD-ALREADY-ACCRUED     VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM                    PIC X(30) VALUE SPACES.
       01  WS-PARM-PERIOD                 PIC X(06) VALUE SPACES.
       01  WS-PARM-DATE                   PIC X(08) VALUE SPACES.
       01  WS-PARM-CYCLE                  PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-NUMBER                PIC 9(02) VALUE ZERO.
       01  WS-FEED-SOURCE                 PIC X(02) VALUE 'FA'.
       01  WS-RUN-PERIOD                  PIC 9(06) VALUE ZERO.
       01  WS-ACCRUAL-PERIOD              PIC 9(06) VALUE ZERO.
       01  WS-ACCRUAL-PERIOD-PARTS REDEFINES WS-ACCRUAL-PERIOD.
           05  WS-ACCRUAL-YEAR            PIC 9(04).
           05  WS-ACCRUAL-MONTH           PIC 9(02).
       01  WS-PERIOD-END-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05  WS-PERIOD-END-YEAR         PIC 9(04).
           05  WS-PERIOD-END-MONTH        PIC 9(02).
           05  WS-PERIOD-END-DAY          PIC 9(02).
       01  WS-EDIT-LEAP-QUOT              PIC 9(04).
       01  WS-EDIT-LEAP-REM               PIC 9(04).
      ******************************************************************
      * Charge status code and transaction ID.  The ID is the charge
      * type, the accrual month as yymm, and the account's sequence
      * number in the run, so a rerun of the same month over the same
      * balance master yields the same IDs and the history file
      * screens any second posting as a duplicate.
      ******************************************************************
       01  WS-CHARGE-STATUS-CODE          PIC X(02) VALUE 'AC'.
       01  WS-CHARGE-TRANS-ID.
           05  WS-CHARGE-TYPE             PIC X(01).
               88  FEE-CHARGE             VALUE 'F'.
               88  INTEREST-CHARGE        VALUE 'I'.
           05  WS-CHARGE-PERIOD           PIC 9(04).
           05  WS-CHARGE-SEQUENCE         PIC 9(05).
       01  WS-MAX-CHARGE-SEQUENCE         PIC 9(05) VALUE 99999.
       01  WS-CHARGE-AMOUNT               PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-FEE-AMOUNT                  PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-INTEREST-RATE               PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-INTEREST-AMOUNT             PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
      ******************************************************************
      * Month-end balance: the balance master less the account's
      * movement posted after the accrual month, taken a portion at a
      * time so a late-applied part of an amount counts under the
      * date it was posted to.
      ******************************************************************
       01  WS-MONTH-END-BALANCE           PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-LATER-ACTIVITY              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PORTION-AMOUNT              PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PORTION-DATE                PIC 9(08) VALUE ZERO.
      ******************************************************************
      * Fee and interest schedule in force at the end of the accrual
      * month, one entry per account status code.
      ******************************************************************
       01  WS-SCHEDULE-STATUS-CODE        PIC X(02).
       01  WS-SCHEDULE-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-SCHEDULE-LIMIT              PIC 9(03) VALUE 50.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY OCCURS 50 TIMES INDEXED BY SCHED-IX.
               10  WS-SCHEDULE-CODE       PIC X(02).
               10  WS-SCHEDULE-FEE        PIC S9(9)V99 COMP-3.
               10  WS-SCHEDULE-RATE       PIC S9(9)V99 COMP-3.
       01  WS-SCHEDULE-FOUND              PIC X(01) VALUE 'N'.
           88  SCHEDULE-FOUND             VALUE 'Y'.
       01  WS-RULE-SET-VERSION            PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNTS-READ               PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-CHARGED            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-NOT-CHARGED        PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-NOT-ON-FILE        PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-CLOSED             PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-UNSCHEDULED        PIC 9(09) VALUE ZERO.
       01  WS-FEES-CHARGED                PIC 9(09) VALUE ZERO.
       01  WS-INTEREST-CHARGED            PIC 9(09) VALUE ZERO.
       01  WS-DETAILS-WRITTEN             PIC 9(09) VALUE ZERO.
       01  WS-FEE-TOTAL                   PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-INTEREST-TOTAL              PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-ACCOUNT-TOTAL               PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-BALANCE                 PIC -(10)9.99.
       01  WS-RPT-FEE                     PIC -(7)9.99.
       01  WS-RPT-RATE                    PIC ZZ9.99.
       01  WS-RPT-INTEREST                PIC -(8)9.99.
       01  WS-RPT-TOTAL                   PIC -(9)9.99.
       01  WS-RPT-AMOUNT                  PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               PERFORM 5100-WRITE-REPORT-HEADING
               PERFORM 2700-WRITE-FEED-HEADER
           END-IF
           IF NOT ABORT-RUN
               PERFORM 2100-READ-BALANCE-RECORD
               PERFORM UNTIL BAL-FILE-AT-END OR ABORT-RUN
                   PERFORM 2200-ACCRUE-ACCOUNT
                   PERFORM 2100-READ-BALANCE-RECORD
               END-PERFORM
           END-IF
           IF NOT ABORT-RUN
               PERFORM 2800-WRITE-FEED-TRAILER
           END-IF
           IF NOT ABORT-RUN
               PERFORM 5300-WRITE-REPORT-TOTALS
               PERFORM 6000-RECORD-ACCRUED-PERIOD
               DISPLAY "Accounts read:      " WS-ACCOUNTS-READ
               DISPLAY "Accounts charged:   " WS-ACCOUNTS-CHARGED
               DISPLAY "Fees charged:       " WS-FEES-CHARGED
               DISPLAY "Interest charged:   " WS-INTEREST-CHARGED
               DISPLAY "Feed details:       " WS-DETAILS-WRITTEN
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:6) TO WS-RUN-PERIOD
           PERFORM 1020-OPEN-AUDIT-FILE
           IF NOT ABORT-RUN
               PERFORM 1100-EDIT-RUN-PARM
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1200-LOAD-ACCRUAL-CONTROL
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1300-LOAD-ACCRUAL-SCHEDULE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1500-OPEN-ACCRUAL-FILES
           END-IF.

       1020-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS = "00"
               SET AUDIT-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening audit file: "
                   WS-AUDIT-FILE-STATUS
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * PARM is the accrual month as yyyymm, then the business date
      * and cycle number the generated feed is to be processed under.
      * The month must have ended, and the feed's business date must
      * fall after it, before anything is charged.
      ******************************************************************
       1100-EDIT-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-PERIOD WS-PARM-DATE WS-PARM-CYCLE
           END-UNSTRING
           IF WS-PARM-CYCLE(2:1) = SPACE
               MOVE WS-PARM-CYCLE(1:1) TO WS-PARM-CYCLE(2:1)
               MOVE '0'                TO WS-PARM-CYCLE(1:1)
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-PERIOD NOT NUMERIC
                   DISPLAY "Period missing or not numeric (yyyymm): "
                       WS-PARM-PERIOD
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-DATE NOT NUMERIC
                OR  WS-PARM-DATE = "00000000"
                   DISPLAY "Invalid business date in PARM: "
                       WS-PARM-DATE
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-CYCLE NOT NUMERIC
                OR  WS-PARM-CYCLE = "00"
                   DISPLAY "Invalid cycle number in PARM: "
                       WS-PARM-CYCLE
                   SET ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-PARM-PERIOD TO WS-ACCRUAL-PERIOD
                   MOVE WS-PARM-DATE   TO WS-BUSINESS-DATE
                   MOVE WS-PARM-CYCLE  TO WS-CYCLE-NUMBER
                   IF WS-ACCRUAL-YEAR < 1900
                    OR WS-ACCRUAL-MONTH < 1
                    OR WS-ACCRUAL-MONTH > 12
                       DISPLAY "Period is not a valid month: "
                           WS-PARM-PERIOD
                       SET ABORT-RUN TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT ABORT-RUN
               PERFORM 1150-SET-PERIOD-END-DATE
               EVALUATE TRUE
                   WHEN WS-ACCRUAL-PERIOD NOT < WS-RUN-PERIOD
                       DISPLAY "Period has not ended yet: "
                           WS-ACCRUAL-PERIOD
                       SET ABORT-RUN TO TRUE
                   WHEN WS-BUSINESS-DATE NOT > WS-PERIOD-END-DATE
                       DISPLAY "Business date must fall after the "
                           "accrual period: " WS-BUSINESS-DATE
                       SET ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF
           IF ABORT-RUN
               MOVE "Accrual PARM invalid, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       1150-SET-PERIOD-END-DATE.
           MOVE WS-ACCRUAL-YEAR  TO WS-PERIOD-END-YEAR
           MOVE WS-ACCRUAL-MONTH TO WS-PERIOD-END-MONTH
           EVALUATE WS-ACCRUAL-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-PERIOD-END-DAY
               WHEN 02
                   PERFORM 1155-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-PERIOD-END-DAY
           END-EVALUATE
           MOVE WS-ACCRUAL-PERIOD(3:4) TO WS-CHARGE-PERIOD.

       1155-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-PERIOD-END-DAY
           DIVIDE WS-ACCRUAL-YEAR BY 4 GIVING WS-EDIT-LEAP-QUOT
               REMAINDER WS-EDIT-LEAP-REM
           IF WS-EDIT-LEAP-REM = ZERO
               MOVE 29 TO WS-PERIOD-END-DAY
               DIVIDE WS-ACCRUAL-YEAR BY 100 GIVING WS-EDIT-LEAP-QUOT
                   REMAINDER WS-EDIT-LEAP-REM
               IF WS-EDIT-LEAP-REM = ZERO
                   MOVE 28 TO WS-PERIOD-END-DAY
                   DIVIDE WS-ACCRUAL-YEAR BY 400
                       GIVING WS-EDIT-LEAP-QUOT
                       REMAINDER WS-EDIT-LEAP-REM
                   IF WS-EDIT-LEAP-REM = ZERO
                       MOVE 29 TO WS-PERIOD-END-DAY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Scan the accrual control file for the requested month.  With
      * no control file on disk nothing has been accrued yet.
      ******************************************************************
       1200-LOAD-ACCRUAL-CONTROL.
           OPEN INPUT ACCRUAL-CONTROL-FILE
           EVALUATE WS-ACCR-FILE-STATUS
               WHEN "00"
                   PERFORM 1210-READ-ACCRUAL-RECORD
                   PERFORM UNTIL ACCR-FILE-AT-END
                       IF AR-PERIOD = WS-ACCRUAL-PERIOD
                           SET PERIOD-ALREADY-ACCRUED TO TRUE
                       END-IF
                       PERFORM 1210-READ-ACCRUAL-RECORD
                   END-PERFORM
                   CLOSE ACCRUAL-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening accrual control file: "
                       WS-ACCR-FILE-STATUS
                   MOVE "Error opening accrual control file"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-ACCR-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF PERIOD-ALREADY-ACCRUED
               DISPLAY "Period already accrued: " WS-ACCRUAL-PERIOD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Period " WS-ACCRUAL-PERIOD
                   " already accrued, accrual refused"
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1210-READ-ACCRUAL-RECORD.
           READ ACCRUAL-CONTROL-FILE
               AT END SET ACCR-FILE-AT-END TO TRUE
           END-READ.

      ******************************************************************
      * Load the fee and interest schedule in force on the last day
      * of the accrual month.  The rule file is read in key order, so
      * for each rule type and status code the last record dated on
      * or before that day is the one left standing.  Nothing is
      * accrued without a schedule.
      ******************************************************************
       1300-LOAD-ACCRUAL-SCHEDULE.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening edit rule file: "
                   WS-RULE-FILE-STATUS
               MOVE "Error opening edit rule file"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-RULE-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO RL-RULE-KEY
               START RULE-FILE KEY IS GREATER THAN RL-RULE-KEY
                   INVALID KEY SET RULE-FILE-AT-END TO TRUE
               END-START
               IF NOT RULE-FILE-AT-END
                   PERFORM 1305-READ-RULE-RECORD
               END-IF
               PERFORM UNTIL RULE-FILE-AT-END
                   IF RL-EFFECTIVE-DATE NOT > WS-PERIOD-END-DATE
                    AND (RL-FEE-AMOUNT-RULE OR RL-INTEREST-RATE-RULE)
                       PERFORM 1310-STORE-SCHEDULE-RULE
                   END-IF
                   PERFORM 1305-READ-RULE-RECORD
               END-PERFORM
               CLOSE RULE-FILE
               PERFORM 1330-CHECK-SCHEDULE-IN-FORCE
           END-IF.

       1305-READ-RULE-RECORD.
           READ RULE-FILE NEXT RECORD
               AT END SET RULE-FILE-AT-END TO TRUE
           END-READ.

       1310-STORE-SCHEDULE-RULE.
           MOVE RL-RULE-QUALIFIER TO WS-SCHEDULE-STATUS-CODE
           PERFORM 1325-FIND-SCHEDULE-ENTRY
           IF NOT SCHEDULE-FOUND
               IF WS-SCHEDULE-COUNT >= WS-SCHEDULE-LIMIT
                   DISPLAY "Accrual schedule table full, rule skipped: "
                       RL-RULE-QUALIFIER
               ELSE
                   ADD 1 TO WS-SCHEDULE-COUNT
                   SET SCHED-IX TO WS-SCHEDULE-COUNT
                   MOVE RL-RULE-QUALIFIER
                       TO WS-SCHEDULE-CODE (SCHED-IX)
                   MOVE ZERO TO WS-SCHEDULE-FEE (SCHED-IX)
                   MOVE ZERO TO WS-SCHEDULE-RATE (SCHED-IX)
                   SET SCHEDULE-FOUND TO TRUE
               END-IF
           END-IF
           IF SCHEDULE-FOUND
               IF RL-FEE-AMOUNT-RULE
                   MOVE RL-RULE-VALUE TO WS-SCHEDULE-FEE (SCHED-IX)
               ELSE
                   MOVE RL-RULE-VALUE TO WS-SCHEDULE-RATE (SCHED-IX)
               END-IF
               IF RL-RULE-VERSION > WS-RULE-SET-VERSION
                   MOVE RL-RULE-VERSION TO WS-RULE-SET-VERSION
               END-IF
           END-IF.

       1325-FIND-SCHEDULE-ENTRY.
           MOVE 'N' TO WS-SCHEDULE-FOUND
           IF WS-SCHEDULE-COUNT > ZERO
               SET SCHED-IX TO 1
               SEARCH WS-SCHEDULE-ENTRY
                   WHEN SCHED-IX > WS-SCHEDULE-COUNT
                       CONTINUE
                   WHEN WS-SCHEDULE-CODE (SCHED-IX)
                        = WS-SCHEDULE-STATUS-CODE
                       SET SCHEDULE-FOUND TO TRUE
               END-SEARCH
           END-IF.

       1330-CHECK-SCHEDULE-IN-FORCE.
           IF WS-SCHEDULE-COUNT = ZERO
               DISPLAY "No fee or interest schedule in force for "
                   WS-PERIOD-END-DATE
               MOVE "No fee or interest schedule in force, refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Accrual schedule under rule version "
                   WS-RULE-SET-VERSION " for " WS-PERIOD-END-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF.

       1500-OPEN-ACCRUAL-FILES.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening account balance master: "
                   WS-BAL-FILE-STATUS
               MOVE "Error opening balance master for accrual"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-BAL-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT ABORT-RUN
               OPEN INPUT POSTED-FILE
               IF WS-POST-FILE-STATUS = "00"
                   SET POST-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening posted master file: "
                       WS-POST-FILE-STATUS
                   MOVE "Error opening posted master for accrual"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-POST-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORT-RUN
               OPEN INPUT REF-FILE
               IF WS-REF-FILE-STATUS = "00"
                   SET REF-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening reference file: "
                       WS-REF-FILE-STATUS
                   MOVE "Error opening reference file for accrual"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-REF-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT ACCRUAL-FEED
               IF WS-FEED-FILE-STATUS = "00"
                   SET FEED-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening accrual feed: "
                       WS-FEED-FILE-STATUS
                   MOVE "Error opening accrual feed"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-FEED-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS = "00"
                   SET REPORT-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening accrual register: "
                       WS-REPORT-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2100-READ-BALANCE-RECORD.
           READ BALANCE-FILE NEXT RECORD
               AT END SET BAL-FILE-AT-END TO TRUE
           END-READ.

       2200-ACCRUE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE BL-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM 2300-APPLY-SCHEDULE
           END-READ.

       2300-APPLY-SCHEDULE.
           IF RF-ACCOUNT-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
           ELSE
               MOVE RF-STATUS-CODE TO WS-SCHEDULE-STATUS-CODE
               PERFORM 1325-FIND-SCHEDULE-ENTRY
               IF SCHEDULE-FOUND
                   PERFORM 2400-CALCULATE-CHARGES
               ELSE
                   ADD 1 TO WS-ACCOUNTS-UNSCHEDULED
               END-IF
           END-IF.

      ******************************************************************
      * The fee is charged as scheduled.  Interest is charged at one
      * twelfth of the annual rate on a debit month-end balance only;
      * a credit or zero balance earns no charge.
      ******************************************************************
       2400-CALCULATE-CHARGES.
           MOVE WS-SCHEDULE-FEE (SCHED-IX)  TO WS-FEE-AMOUNT
           MOVE WS-SCHEDULE-RATE (SCHED-IX) TO WS-INTEREST-RATE
           MOVE ZERO TO WS-INTEREST-AMOUNT
           PERFORM 2410-DERIVE-MONTH-END-BALANCE
           IF WS-MONTH-END-BALANCE > ZERO
            AND WS-INTEREST-RATE > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-MONTH-END-BALANCE * WS-INTEREST-RATE / 1200
                   ON SIZE ERROR
                       DISPLAY "Interest too large for account: "
                           BL-ACCOUNT-ID
                       MOVE SPACES TO WS-AUDIT-MESSAGE
                       STRING "Interest overflow on account "
                           BL-ACCOUNT-ID ", accrual abandoned"
                           DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                       MOVE SPACES TO WS-AUD-STATUS
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       SET ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-COMPUTE
           END-IF
           IF NOT ABORT-RUN
               IF WS-FEE-AMOUNT NOT > ZERO
                AND WS-INTEREST-AMOUNT NOT > ZERO
                   ADD 1 TO WS-ACCOUNTS-NOT-CHARGED
               ELSE
                   PERFORM 2450-CHARGE-ACCOUNT
               END-IF
           END-IF.

      ******************************************************************
      * The balance master is current to the last cycle.  Every
      * portion of the account's posted movement dated after the
      * accrual month is backed out of it to give the month-end
      * balance, the way the period close proves its balances: a
      * posting counts under its posting date, less any part applied
      * late, which counts under the date it was redirected to.
      ******************************************************************
       2410-DERIVE-MONTH-END-BALANCE.
           MOVE ZERO TO WS-LATER-ACTIVITY
           MOVE 'N' TO WS-POST-FILE-EOF
           MOVE BL-ACCOUNT-ID TO PT-ACCOUNT-ID
           START POSTED-FILE KEY IS EQUAL TO PT-ACCOUNT-ID
               INVALID KEY SET POST-FILE-AT-END TO TRUE
           END-START
           IF NOT POST-FILE-AT-END
               PERFORM 2415-READ-POSTED-RECORD
           END-IF
           PERFORM UNTIL POST-FILE-AT-END
                      OR PT-ACCOUNT-ID NOT = BL-ACCOUNT-ID
               PERFORM 2420-SPLIT-POSTED-RECORD
               PERFORM 2415-READ-POSTED-RECORD
           END-PERFORM
           COMPUTE WS-MONTH-END-BALANCE =
               BL-CURRENT-BALANCE - WS-LATER-ACTIVITY.

       2415-READ-POSTED-RECORD.
           READ POSTED-FILE NEXT RECORD
               AT END SET POST-FILE-AT-END TO TRUE
           END-READ.

       2420-SPLIT-POSTED-RECORD.
           IF PT-POSTING-DATE NUMERIC AND PT-POSTING-DATE > ZERO
               MOVE PT-POSTING-DATE TO WS-PORTION-DATE
           ELSE
               MOVE PT-TRANS-DATE   TO WS-PORTION-DATE
           END-IF
           IF PT-LATE-AMOUNT NUMERIC AND PT-LATE-AMOUNT NOT = ZERO
               COMPUTE WS-PORTION-AMOUNT = PT-AMOUNT - PT-LATE-AMOUNT
               PERFORM 2430-BACK-OUT-LATER-PORTION
               MOVE PT-LATE-AMOUNT       TO WS-PORTION-AMOUNT
               MOVE PT-LATE-POSTING-DATE TO WS-PORTION-DATE
               PERFORM 2430-BACK-OUT-LATER-PORTION
           ELSE
               MOVE PT-AMOUNT TO WS-PORTION-AMOUNT
               PERFORM 2430-BACK-OUT-LATER-PORTION
           END-IF.

       2430-BACK-OUT-LATER-PORTION.
           IF WS-PORTION-DATE > WS-PERIOD-END-DATE
               ADD WS-PORTION-AMOUNT TO WS-LATER-ACTIVITY
           END-IF.

       2450-CHARGE-ACCOUNT.
           IF WS-ACCOUNTS-CHARGED >= WS-MAX-CHARGE-SEQUENCE
               DISPLAY "Accrual transaction sequence exhausted at: "
                   BL-ACCOUNT-ID
               MOVE "Accrual sequence exhausted, accrual abandoned"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ACCOUNTS-CHARGED
               MOVE WS-ACCOUNTS-CHARGED TO WS-CHARGE-SEQUENCE
               IF WS-FEE-AMOUNT > ZERO
                   SET FEE-CHARGE TO TRUE
                   MOVE WS-FEE-AMOUNT TO WS-CHARGE-AMOUNT
                   PERFORM 2500-WRITE-CHARGE-DETAIL
               END-IF
               IF WS-INTEREST-AMOUNT > ZERO
                AND NOT ABORT-RUN
                   SET INTEREST-CHARGE TO TRUE
                   MOVE WS-INTEREST-AMOUNT TO WS-CHARGE-AMOUNT
                   PERFORM 2500-WRITE-CHARGE-DETAIL
               END-IF
               IF NOT ABORT-RUN
                   PERFORM 5200-WRITE-ACCOUNT-LINE
               END-IF
           END-IF.

       2500-WRITE-CHARGE-DETAIL.
           MOVE WS-CHARGE-TRANS-ID    TO MF-TRANS-ID
           MOVE 'D'                   TO MF-RECORD-TYPE
           MOVE SPACES                TO MF-DETAIL-DATA
           MOVE BL-ACCOUNT-ID         TO MF-ACCOUNT-ID
           MOVE WS-CHARGE-AMOUNT      TO MF-AMOUNT
           MOVE WS-PERIOD-END-DATE    TO MF-TRANS-DATE
           MOVE WS-CHARGE-STATUS-CODE TO MF-STATUS-CODE
           MOVE WS-FEED-SOURCE        TO MF-SOURCE-CODE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing accrual feed detail: "
                       MF-TRANS-ID " " WS-FEED-FILE-STATUS
                   MOVE "Error writing accrual feed detail"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-FEED-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-DETAILS-WRITTEN
                   IF FEE-CHARGE
                       ADD 1 TO WS-FEES-CHARGED
                       ADD WS-CHARGE-AMOUNT TO WS-FEE-TOTAL
                   ELSE
                       ADD 1 TO WS-INTEREST-CHARGED
                       ADD WS-CHARGE-AMOUNT TO WS-INTEREST-TOTAL
                   END-IF
           END-WRITE.

       2700-WRITE-FEED-HEADER.
           MOVE LOW-VALUES       TO MF-TRANS-ID
           MOVE WS-FEED-SOURCE   TO MF-TRANS-ID(9:2)
           MOVE 'H'              TO MF-RECORD-TYPE
           MOVE SPACES           TO MF-HEADER-DATA
           MOVE WS-BUSINESS-DATE TO MF-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO MF-CYCLE-NUMBER
           MOVE WS-FEED-SOURCE   TO MF-HEADER-SOURCE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing accrual feed header: "
                       WS-FEED-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       2800-WRITE-FEED-TRAILER.
           MOVE HIGH-VALUES        TO MF-TRANS-ID
           MOVE WS-FEED-SOURCE     TO MF-TRANS-ID(9:2)
           MOVE 'T'                TO MF-RECORD-TYPE
           MOVE SPACES             TO MF-TRAILER-DATA
           MOVE WS-DETAILS-WRITTEN TO MF-EXPECTED-COUNT
           MOVE WS-FEED-SOURCE     TO MF-TRAILER-SOURCE
           WRITE MY-FILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing accrual feed trailer: "
                       WS-FEED-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       5100-WRITE-REPORT-HEADING.
           MOVE "FEE AND INTEREST ACCRUAL REGISTER" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accrual period: " WS-ACCRUAL-PERIOD
               "   Charges dated: " WS-PERIOD-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Feed business date: " WS-BUSINESS-DATE
               "   Cycle: " WS-CYCLE-NUMBER
               "   Schedule rule version: " WS-RULE-SET-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT    ST        BALANCE         FEE   RATE"
               "     INTEREST         TOTAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5200-WRITE-ACCOUNT-LINE.
           COMPUTE WS-ACCOUNT-TOTAL =
               WS-FEE-AMOUNT + WS-INTEREST-AMOUNT
           MOVE WS-MONTH-END-BALANCE TO WS-RPT-BALANCE
           MOVE WS-FEE-AMOUNT      TO WS-RPT-FEE
           MOVE WS-INTEREST-RATE   TO WS-RPT-RATE
           MOVE WS-INTEREST-AMOUNT TO WS-RPT-INTEREST
           MOVE WS-ACCOUNT-TOTAL   TO WS-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING BL-ACCOUNT-ID " " RF-STATUS-CODE " "
               WS-RPT-BALANCE " " WS-RPT-FEE " " WS-RPT-RATE " "
               WS-RPT-INTEREST " " WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5300-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts on balance master:  " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-CHARGED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts charged:            " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-NOT-CHARGED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts with nothing due:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-UNSCHEDULED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts with no schedule:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-CLOSED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts closed:             " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-NOT-ON-FILE TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts not on reference:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-FEES-CHARGED TO WS-RPT-COUNT
           MOVE WS-FEE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Fees charged:                " WS-RPT-COUNT
               "  " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-INTEREST-CHARGED TO WS-RPT-COUNT
           MOVE WS-INTEREST-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Interest charged:            " WS-RPT-COUNT
               "  " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-DETAILS-WRITTEN TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Feed details written:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

      ******************************************************************
      * The month is recorded as accrued only once the feed has been
      * written in full, so an abandoned run may simply be rerun.
      ******************************************************************
       6000-RECORD-ACCRUED-PERIOD.
           OPEN EXTEND ACCRUAL-CONTROL-FILE
           IF WS-ACCR-FILE-STATUS = "35"
               OPEN OUTPUT ACCRUAL-CONTROL-FILE
           END-IF
           IF WS-ACCR-FILE-STATUS = "00"
               MOVE WS-ACCRUAL-PERIOD   TO AR-PERIOD
               MOVE WS-BUSINESS-DATE    TO AR-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER     TO AR-CYCLE-NUMBER
               MOVE WS-RUN-TIMESTAMP    TO AR-RUN-TIMESTAMP
               MOVE WS-RULE-SET-VERSION TO AR-RULE-VERSION
               MOVE WS-FEES-CHARGED     TO AR-FEES-CHARGED
               MOVE WS-FEE-TOTAL        TO AR-FEE-TOTAL
               MOVE WS-INTEREST-CHARGED TO AR-INTEREST-CHARGED
               MOVE WS-INTEREST-TOTAL   TO AR-INTEREST-TOTAL
               WRITE ACCRUAL-CONTROL-RECORD
               CLOSE ACCRUAL-CONTROL-FILE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Period " WS-ACCRUAL-PERIOD " accrued, "
                   WS-DETAILS-WRITTEN " charges, cycle "
                   WS-BUSINESS-DATE "/" WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PERIOD " WS-ACCRUAL-PERIOD " ACCRUED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               DISPLAY "Period accrued: " WS-ACCRUAL-PERIOD
           ELSE
               DISPLAY "Error opening accrual control file: "
                   WS-ACCR-FILE-STATUS
               MOVE "Error recording accrued period"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-ACCR-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       7900-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       8000-WRITE-AUDIT-RECORD.
           IF AUDIT-FILE-OPENED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-AUD-STATUS        TO AUD-FILE-STATUS
               MOVE WS-AUDIT-MESSAGE     TO AUD-MESSAGE
               WRITE AUDIT-RECORD
           ELSE
               DISPLAY "Audit file unavailable - message: "
                   WS-AUDIT-MESSAGE
           END-IF.

       9000-FINALIZE.
           IF BAL-FILE-OPENED
               CLOSE BALANCE-FILE
           END-IF
           IF POST-FILE-OPENED
               CLOSE POSTED-FILE
           END-IF
           IF REF-FILE-OPENED
               CLOSE REF-FILE
           END-IF
           IF FEED-FILE-OPENED
               CLOSE ACCRUAL-FEED
           END-IF
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
