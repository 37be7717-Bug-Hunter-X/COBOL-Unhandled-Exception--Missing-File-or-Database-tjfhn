
      ******************************************************************
      * Account activity statement program.  Reads the posted
      * transaction master by its account alternate key, so all the
      * transactions posted to one account arrive together, selects
      * the activity whose PT-TRANS-DATE falls in the requested range,
      * and prints one statement section per account with in-range
      * activity: the account name from the REFFILE reference master
      * as the heading, the opening balance, every in-range
      * transaction, and the closing balance.  Balances are worked
      * back from the BALFILE account balance master the daily driver
      * maintains: activity dated after the range is backed out to
      * give the closing balance, and the in-range activity is backed
      * out of that to give the opening balance.
      * The date range MUST be supplied as the PARM value
      * ("yyyymmdd yyyymmdd"); a single date may be given for a
      * one-day statement.  The statement is written to BALRPT, so
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BALRPT"
       01  WS-TO-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-ACCOUNTS-REPORTED           PIC 9(09) VALUE ZERO.
       01  WS-TRANSACTIONS-LISTED         PIC 9(09) VALUE ZERO.
       01  WS-STMT-ACCOUNT-ID             PIC X(10) VALUE SPACES.
       01  WS-RANGE-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-RANGE-ACTIVITY              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-LATER-ACTIVITY              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-NET-ACTIVITY                PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-OPENING-BALANCE             PIC S9(11)V99 COMP-3
               PERFORM 5100-WRITE-REPORT-HEADING
               PERFORM 2000-POSITION-POSTED-FILE
               PERFORM UNTIL POST-FILE-AT-END
                   PERFORM 2200-PROCESS-ACCOUNT
               END-PERFORM
               PERFORM 5300-WRITE-REPORT-TOTALS
               DISPLAY "Accounts reported: " WS-ACCOUNTS-REPORTED
           END-IF.

       2000-POSITION-POSTED-FILE.
           MOVE LOW-VALUES TO PT-ACCOUNT-ID
           START POSTED-FILE KEY IS GREATER THAN PT-ACCOUNT-ID
               INVALID KEY SET POST-FILE-AT-END TO TRUE
           END-START
           IF NOT POST-FILE-AT-END
               AT END SET POST-FILE-AT-END TO TRUE
           END-READ.

      ******************************************************************
      * One account per call.  The first pass totals the account's
      * activity inside and after the range; only an account with
      * in-range activity gets a section, and its transactions are
      * then listed by a second pass over the same account.  Both
      * passes stop on the first record of the next account, so the
      * file is left positioned for the next call.
      ******************************************************************
       2200-PROCESS-ACCOUNT.
           MOVE PT-ACCOUNT-ID TO WS-STMT-ACCOUNT-ID
           MOVE ZERO TO WS-RANGE-COUNT
           MOVE ZERO TO WS-RANGE-ACTIVITY
           MOVE ZERO TO WS-LATER-ACTIVITY
           PERFORM UNTIL POST-FILE-AT-END
                      OR PT-ACCOUNT-ID NOT = WS-STMT-ACCOUNT-ID
               PERFORM 2300-SUM-ACCOUNT-ACTIVITY
               PERFORM 2100-READ-POSTED-RECORD
           END-PERFORM
           IF WS-RANGE-COUNT > ZERO
               ADD 1 TO WS-ACCOUNTS-REPORTED
               ADD WS-RANGE-ACTIVITY TO WS-NET-ACTIVITY
               PERFORM 3100-FETCH-ACCOUNT-NAME
               PERFORM 3200-FETCH-ACCOUNT-BALANCES
               PERFORM 5200-WRITE-ACCOUNT-HEADING
               PERFORM 2400-LIST-ACCOUNT-ACTIVITY
               PERFORM 5250-WRITE-ACCOUNT-CLOSING
           END-IF.

       2300-SUM-ACCOUNT-ACTIVITY.
           EVALUATE TRUE
               WHEN PT-TRANS-DATE > WS-TO-DATE
                   ADD PT-AMOUNT TO WS-LATER-ACTIVITY
               WHEN PT-TRANS-DATE >= WS-FROM-DATE
                   ADD PT-AMOUNT TO WS-RANGE-ACTIVITY
                   ADD 1 TO WS-RANGE-COUNT
           END-EVALUATE.

       2400-LIST-ACCOUNT-ACTIVITY.
           MOVE 'N' TO WS-POST-FILE-EOF
           MOVE WS-STMT-ACCOUNT-ID TO PT-ACCOUNT-ID
           START POSTED-FILE KEY IS EQUAL TO PT-ACCOUNT-ID
               INVALID KEY SET POST-FILE-AT-END TO TRUE
           END-START
           IF NOT POST-FILE-AT-END
               PERFORM 2100-READ-POSTED-RECORD
           END-IF
           PERFORM UNTIL POST-FILE-AT-END
                      OR PT-ACCOUNT-ID NOT = WS-STMT-ACCOUNT-ID
               IF PT-TRANS-DATE >= WS-FROM-DATE
                AND PT-TRANS-DATE <= WS-TO-DATE
                   PERFORM 5220-WRITE-ACTIVITY-LINE
               END-IF
               PERFORM 2100-READ-POSTED-RECORD
           END-PERFORM.

       3100-FETCH-ACCOUNT-NAME.
           MOVE WS-STMT-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON REFERENCE FILE"
           END-READ.

      ******************************************************************
      * The balance master carries the running balance as of the last
      * cycle.  Activity dated after the range is backed out of it to
      * give the closing balance, and the in-range activity is backed
      * out of the closing balance to give the opening balance, so
      * the section foots whatever range is requested.
      ******************************************************************
       3200-FETCH-ACCOUNT-BALANCES.
           MOVE WS-STMT-ACCOUNT-ID TO BL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CLOSING-BALANCE
               NOT INVALID KEY
                   MOVE BL-CURRENT-BALANCE TO WS-CLOSING-BALANCE
           END-READ
           SUBTRACT WS-LATER-ACTIVITY FROM WS-CLOSING-BALANCE
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-RANGE-ACTIVITY.

       5100-WRITE-REPORT-HEADING.
           MOVE "ACCOUNT ACTIVITY STATEMENT" TO WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5200-WRITE-ACCOUNT-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING "Account " WS-STMT-ACCOUNT-ID "  " WS-ACCOUNT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-OPENING-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Opening balance: " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5220-WRITE-ACTIVITY-LINE.
           ADD 1 TO WS-TRANSACTIONS-LISTED
           IF PT-REVERSED
               MOVE "REVERSED" TO WS-RPT-STATE
           ELSE
           END-IF
           MOVE PT-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " PT-TRANS-DATE " " PT-TRANS-ID " "
               PT-STATUS-CODE " " WS-RPT-STATE " " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5250-WRITE-ACCOUNT-CLOSING.
           MOVE WS-CLOSING-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Closing balance: " WS-RPT-AMOUNT
           STRING "Accounts reported:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-TRANSACTIONS-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Transactions listed: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-NET-ACTIVITY TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Net range activity:  " WS-RPT-AMOUNT
