       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLIMRPT.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Daily credit limit report.  Reads the BALFILE account balance
      * master in account order and looks each account up on the
      * REFFILE reference master for its name and credit limit.
      * Every account with a limit whose balance is over the limit,
      * or has reached the near-limit percentage of it, is listed
      * with its balance, limit, available credit, percentage used
      * and an OVER or NEAR flag.  The items the daily driver is
      * holding on the pended file for credit review are then listed
      * with their account and amount, so credit can raise a limit
      * or decline the items before the next cycle.  Accounts with
      * no limit set (zero) are not reported.
      * The near-limit percentage may be supplied as the PARM value
      * (1 to 100); it defaults to 90.  The report is written to
      * CREDRPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT PENDED-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CREDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC.

       FD  REF-FILE.
           COPY MYREFREC.

       FD  PENDED-FILE.
           COPY PENDREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-BAL-FILE-STATUS             PIC X(02).
       01  WS-REF-FILE-STATUS             PIC X(02).
       01  WS-PEND-FILE-STATUS            PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-BAL-FILE-EOF                PIC X(01) VALUE 'N'.
           88  BAL-FILE-AT-END            VALUE 'Y'.
       01  WS-PEND-FILE-EOF               PIC X(01) VALUE 'N'.
           88  PEND-FILE-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-RUN-PARM                    PIC X(03) VALUE SPACES.
       01  WS-PARM-PERCENT                PIC X(03) JUSTIFIED RIGHT
                                          VALUE SPACES.
       01  WS-NEAR-PERCENT                PIC 9(03) VALUE 90.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-ACCOUNTS-READ               PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-WITH-LIMIT         PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-OVER               PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-NEAR               PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-HELD                  PIC 9(09) VALUE ZERO.
       01  WS-HELD-AMOUNT                 PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-NEAR-THRESHOLD              PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-AVAILABLE-CREDIT            PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PERCENT-USED                PIC S9(05) VALUE ZERO.
       01  WS-LIMIT-FLAG                  PIC X(04) VALUE SPACES.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-BALANCE                 PIC -(10)9.99.
       01  WS-RPT-LIMIT                   PIC -(10)9.99.
       01  WS-RPT-AVAILABLE               PIC -(10)9.99.
       01  WS-RPT-PERCENT                 PIC ZZZ9.
       01  WS-RPT-AMOUNT                  PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               PERFORM 5100-WRITE-REPORT-HEADING
               PERFORM 2000-POSITION-BALANCE-FILE
               PERFORM UNTIL BAL-FILE-AT-END
                   PERFORM 2200-CHECK-ACCOUNT-LIMIT
                   PERFORM 2100-READ-BALANCE-RECORD
               END-PERFORM
               PERFORM 3000-LIST-CREDIT-HOLDS
               PERFORM 5300-WRITE-REPORT-TOTALS
               DISPLAY "Accounts over limit: " WS-ACCOUNTS-OVER
               DISPLAY "Accounts near limit: " WS-ACCOUNTS-NEAR
               DISPLAY "Items held for credit review: " WS-ITEMS-HELD
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1100-EDIT-RUN-PARM
           IF NOT ABORT-RUN
               PERFORM 1200-OPEN-REPORT-FILES
           END-IF.

       1100-EDIT-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-PERCENT
           END-UNSTRING
           IF WS-PARM-PERCENT NOT = SPACES
               INSPECT WS-PARM-PERCENT REPLACING LEADING SPACE BY '0'
               IF WS-PARM-PERCENT NOT NUMERIC
                OR WS-PARM-PERCENT = "000"
                OR WS-PARM-PERCENT > "100"
                   DISPLAY "Near-limit percentage must be 1 to 100: "
                       WS-RUN-PARM
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-PARM-PERCENT TO WS-NEAR-PERCENT(1:3)
               END-IF
           END-IF.

       1200-OPEN-REPORT-FILES.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account balance master: "
                   WS-BAL-FILE-STATUS
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT ABORT-RUN
               OPEN INPUT REF-FILE
               IF WS-REF-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening reference file: "
                       WS-REF-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening credit limit report: "
                       WS-REPORT-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-POSITION-BALANCE-FILE.
           MOVE LOW-VALUES TO BL-ACCOUNT-ID
           START BALANCE-FILE KEY IS GREATER THAN BL-ACCOUNT-ID
               INVALID KEY SET BAL-FILE-AT-END TO TRUE
           END-START
           IF NOT BAL-FILE-AT-END
               PERFORM 2100-READ-BALANCE-RECORD
           END-IF.

       2100-READ-BALANCE-RECORD.
           READ BALANCE-FILE NEXT RECORD
               AT END SET BAL-FILE-AT-END TO TRUE
           END-READ.

      ******************************************************************
      * An account is over its limit when the balance is beyond it,
      * and near it when the balance has reached the near-limit
      * percentage of the limit.
      ******************************************************************
       2200-CHECK-ACCOUNT-LIMIT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE BL-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-CREDIT-LIMIT NUMERIC
                    AND RF-CREDIT-LIMIT > ZERO
                       ADD 1 TO WS-ACCOUNTS-WITH-LIMIT
                       COMPUTE WS-NEAR-THRESHOLD ROUNDED =
                           RF-CREDIT-LIMIT * WS-NEAR-PERCENT / 100
                       EVALUATE TRUE
                           WHEN BL-CURRENT-BALANCE > RF-CREDIT-LIMIT
                               ADD 1 TO WS-ACCOUNTS-OVER
                               MOVE "OVER" TO WS-LIMIT-FLAG
                               PERFORM 5200-WRITE-ACCOUNT-LINE
                           WHEN BL-CURRENT-BALANCE >= WS-NEAR-THRESHOLD
                               ADD 1 TO WS-ACCOUNTS-NEAR
                               MOVE "NEAR" TO WS-LIMIT-FLAG
                               PERFORM 5200-WRITE-ACCOUNT-LINE
                       END-EVALUATE
                   END-IF
           END-READ.

      ******************************************************************
      * The pended file is optional; with none on disk there is
      * nothing held.
      ******************************************************************
       3000-LIST-CREDIT-HOLDS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "ITEMS HELD FOR CREDIT REVIEW" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRANS-ID   ACCOUNT    TYPE           AMOUNT"
               "  HELD BY RUN"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           OPEN INPUT PENDED-FILE
           EVALUATE WS-PEND-FILE-STATUS
               WHEN "00"
                   PERFORM 3100-READ-PENDED-RECORD
                   PERFORM UNTIL PEND-FILE-AT-END
                       IF PD-CREDIT-HOLD
                           PERFORM 5250-WRITE-HELD-ITEM-LINE
                       END-IF
                       PERFORM 3100-READ-PENDED-RECORD
                   END-PERFORM
                   CLOSE PENDED-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening pended file: "
                       WS-PEND-FILE-STATUS
           END-EVALUATE.

       3100-READ-PENDED-RECORD.
           READ PENDED-FILE
               AT END SET PEND-FILE-AT-END TO TRUE
           END-READ.

       5100-WRITE-REPORT-HEADING.
           MOVE "CREDIT LIMIT REPORT" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-CURRENT-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Near-limit percentage: " WS-NEAR-PERCENT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT    NAME                  BALANCE"
               "          LIMIT      AVAILABLE USE% FLAG"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5200-WRITE-ACCOUNT-LINE.
           COMPUTE WS-AVAILABLE-CREDIT =
               RF-CREDIT-LIMIT - BL-CURRENT-BALANCE
           COMPUTE WS-PERCENT-USED ROUNDED =
               BL-CURRENT-BALANCE * 100 / RF-CREDIT-LIMIT
               ON SIZE ERROR
                   MOVE 9999 TO WS-PERCENT-USED
           END-COMPUTE
           IF WS-PERCENT-USED > 9999
               MOVE 9999 TO WS-PERCENT-USED
           END-IF
           MOVE BL-CURRENT-BALANCE  TO WS-RPT-BALANCE
           MOVE RF-CREDIT-LIMIT     TO WS-RPT-LIMIT
           MOVE WS-AVAILABLE-CREDIT TO WS-RPT-AVAILABLE
           MOVE WS-PERCENT-USED     TO WS-RPT-PERCENT
           MOVE SPACES TO WS-RPT-LINE
           STRING BL-ACCOUNT-ID " " RF-ACCOUNT-NAME(1:14) " "
               WS-RPT-BALANCE " " WS-RPT-LIMIT " " WS-RPT-AVAILABLE
               " " WS-RPT-PERCENT " " WS-LIMIT-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5250-WRITE-HELD-ITEM-LINE.
           ADD 1 TO WS-ITEMS-HELD
           ADD PD-AMOUNT TO WS-HELD-AMOUNT
           MOVE PD-AMOUNT TO WS-RPT-BALANCE
           MOVE SPACES TO WS-RPT-LINE
           IF PD-HELD-ADJUSTMENT
               STRING PD-TRANS-ID " " PD-ACCOUNT-ID " ADJUST "
                   WS-RPT-BALANCE "  " PD-PEND-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING PD-TRANS-ID " " PD-ACCOUNT-ID " DETAIL "
                   WS-RPT-BALANCE "  " PD-PEND-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5300-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts on balance master: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ACCOUNTS-WITH-LIMIT TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts with a limit:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ACCOUNTS-OVER TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts over limit:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ACCOUNTS-NEAR TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts near limit:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ITEMS-HELD TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items held for review:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-HELD-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Amount held for review: " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       9000-FINALIZE.
           IF WS-BAL-FILE-STATUS = "00" OR "10" OR "23"
               CLOSE BALANCE-FILE
           END-IF
           IF WS-REF-FILE-STATUS = "00" OR "23"
               CLOSE REF-FILE
           END-IF
           IF WS-REPORT-FILE-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
