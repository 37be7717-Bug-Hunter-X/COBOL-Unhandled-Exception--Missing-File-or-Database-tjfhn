       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Accounting period close and month-end trial balance.  Two
      * modes, selected by the PARM value:
      *   - TRIAL yyyymm: prints the trial balance for the month to
      *     TRIALRPT and changes nothing, so finance can review the
      *     figures as often as they like before closing;
      *   - CLOSE yyyymm [REDIRECT|REFUSE]: prints the same trial
      *     balance and, if it proves, appends a closed-period record
      *     to the PERDCTL period control file.  From then on the
      *     daily driver will not post anything into the month: a
      *     late detail, reversal or adjustment is redirected to the
      *     first day of the open period (the default, REDIRECT) or
      *     refused as ED10 (REFUSE).
      * The trial balance is built by status code from the posted
      * master: every posting is taken under its posting date, and a
      * reversal or adjustment redirected out of an earlier closed
      * period under the date it was redirected to.  The period's
      * debits, credits and net movement are shown per status code.
      * The ledger balance is taken from the BALFILE balance master:
      * movement posted after the month is backed out to give the
      * closing balance, and the month's net movement is backed out
      * of that to give the opening balance.  The opening balance
      * must agree with the closing balance recorded when the prior
      * month was closed; a trial balance that does not prove is
      * flagged, and a close is refused with return code 16.  Months
      * close strictly in sequence, only once, and only after they
      * have ended.
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

           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-FILE.
           COPY POSTREC.

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-POST-FILE-STATUS            PIC X(02).
       01  WS-BAL-FILE-STATUS             PIC X(02).
       01  WS-PERIOD-FILE-STATUS          PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-POST-FILE-EOF               PIC X(01) VALUE 'N'.
           88  POST-FILE-AT-END           VALUE 'Y'.
       01  WS-BAL-FILE-EOF                PIC X(01) VALUE 'N'.
           88  BAL-FILE-AT-END            VALUE 'Y'.
       01  WS-PERIOD-FILE-EOF             PIC X(01) VALUE 'N'.
           88  PERIOD-FILE-AT-END         VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-POST-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  POST-FILE-OPENED           VALUE 'Y'.
       01  WS-BAL-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  BAL-FILE-OPENED            VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM                    PIC X(30) VALUE SPACES.
       01  WS-PARM-MODE                   PIC X(08) VALUE SPACES.
           88  TRIAL-MODE                 VALUE 'TRIAL'.
           88  CLOSE-MODE                 VALUE 'CLOSE'.
       01  WS-PARM-PERIOD                 PIC X(06) VALUE SPACES.
       01  WS-PARM-OPTION                 PIC X(08) VALUE SPACES.
       01  WS-LATE-ACTION                 PIC X(01) VALUE 'R'.
           88  LATE-ITEMS-REDIRECTED      VALUE 'R'.
           88  LATE-ITEMS-REFUSED         VALUE 'F'.
       01  WS-TB-PERIOD                   PIC 9(06) VALUE ZERO.
       01  WS-TB-PERIOD-PARTS REDEFINES WS-TB-PERIOD.
           05  WS-TB-YEAR                 PIC 9(04).
           05  WS-TB-MONTH                PIC 9(02).
       01  WS-PRIOR-PERIOD                PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR              PIC 9(04).
           05  WS-PRIOR-MONTH             PIC 9(02).
       01  WS-RUN-PERIOD                  PIC 9(06) VALUE ZERO.
       01  WS-LATEST-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-CLOSED               PIC X(01) VALUE 'N'.
           88  PERIOD-ALREADY-CLOSED      VALUE 'Y'.
       01  WS-PRIOR-CLOSE-FOUND           PIC X(01) VALUE 'N'.
           88  PRIOR-CLOSE-FOUND          VALUE 'Y'.
       01  WS-PRIOR-CLOSING-BALANCE       PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-TB-PROVED                   PIC X(01) VALUE 'Y'.
           88  TRIAL-BALANCE-PROVED       VALUE 'Y'.
       01  WS-PORTION-AMOUNT              PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PORTION-DATE                PIC 9(08) VALUE ZERO.
       01  WS-PORTION-PERIOD              PIC 9(06) VALUE ZERO.
       01  WS-POSTED-READ                 PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-READ               PIC 9(09) VALUE ZERO.
       01  WS-PERIOD-ITEMS                PIC 9(09) VALUE ZERO.
       01  WS-PERIOD-DEBITS               PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PERIOD-CREDITS              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-PERIOD-NET                  PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-LATER-ACTIVITY              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-LEDGER-BALANCE              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-CLOSING-BALANCE             PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-OPENING-BALANCE             PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-BALANCE-DIFFERENCE          PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-TB-STATUS-CODE              PIC X(02).
       01  WS-TB-STATUS-FOUND             PIC X(01) VALUE 'N'.
           88  TB-STATUS-FOUND            VALUE 'Y'.
       01  WS-TB-STATUS-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-TB-STATUS-LIMIT             PIC 9(03) VALUE 99.
       01  WS-TB-STATUS-TABLE.
           05  WS-TB-STATUS-ENTRY OCCURS 99 TIMES INDEXED BY TB-IX.
               10  WS-TB-CODE             PIC X(02).
               10  WS-TB-ITEMS            PIC 9(09).
               10  WS-TB-DEBITS           PIC S9(13)V99 COMP-3.
               10  WS-TB-CREDITS          PIC S9(13)V99 COMP-3.
       01  WS-TB-NET                      PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-DEBITS                  PIC -(12)9.99.
       01  WS-RPT-CREDITS                 PIC -(12)9.99.
       01  WS-RPT-AMOUNT                  PIC -(12)9.99.
       01  WS-RPT-ACTION                  PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               PERFORM 2000-ACCUMULATE-POSTED-MASTER
           END-IF
           IF NOT ABORT-RUN
               PERFORM 3000-TOTAL-BALANCE-MASTER
           END-IF
           IF NOT ABORT-RUN
               PERFORM 4000-PROVE-TRIAL-BALANCE
               PERFORM 5000-WRITE-TRIAL-BALANCE
               IF CLOSE-MODE
                   PERFORM 6000-CLOSE-PERIOD
               END-IF
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
               PERFORM 1300-LOAD-PERIOD-CONTROL
           END-IF
           IF NOT ABORT-RUN AND CLOSE-MODE
               PERFORM 1400-CHECK-CLOSE-SEQUENCE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1500-OPEN-MASTER-FILES
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
      * PARM is the mode, the period as yyyymm, and for a close the
      * late-item action: REDIRECT (the default) or REFUSE.
      ******************************************************************
       1100-EDIT-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-PERIOD WS-PARM-OPTION
           END-UNSTRING
           EVALUATE TRUE
               WHEN NOT TRIAL-MODE AND NOT CLOSE-MODE
                   DISPLAY "Run mode must be TRIAL or CLOSE: "
                       WS-PARM-MODE
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-PERIOD NOT NUMERIC
                   DISPLAY "Period missing or not numeric (yyyymm): "
                       WS-PARM-PERIOD
                   SET ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-PARM-PERIOD TO WS-TB-PERIOD
                   IF WS-TB-YEAR < 1900
                    OR WS-TB-MONTH < 1
                    OR WS-TB-MONTH > 12
                       DISPLAY "Period is not a valid month: "
                           WS-PARM-PERIOD
                       SET ABORT-RUN TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT ABORT-RUN
               EVALUATE WS-PARM-OPTION
                   WHEN SPACES
                   WHEN "REDIRECT"
                       SET LATE-ITEMS-REDIRECTED TO TRUE
                   WHEN "REFUSE"
                       SET LATE-ITEMS-REFUSED TO TRUE
                   WHEN OTHER
                       DISPLAY "Late item action must be REDIRECT or "
                           "REFUSE: " WS-PARM-OPTION
                       SET ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF
           IF ABORT-RUN
               MOVE "Period close PARM invalid, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TB-MONTH = 01
                   COMPUTE WS-PRIOR-YEAR = WS-TB-YEAR - 1
                   MOVE 12 TO WS-PRIOR-MONTH
               ELSE
                   MOVE WS-TB-YEAR TO WS-PRIOR-YEAR
                   COMPUTE WS-PRIOR-MONTH = WS-TB-MONTH - 1
               END-IF
           END-IF.

      ******************************************************************
      * Scan the period control file for the latest closed period,
      * whether the requested period is itself already closed, and
      * the closing balance recorded when the prior period closed.
      ******************************************************************
       1300-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           EVALUATE WS-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 1310-READ-PERIOD-RECORD
                   PERFORM UNTIL PERIOD-FILE-AT-END
                       PERFORM 1320-NOTE-PERIOD-RECORD
                       PERFORM 1310-READ-PERIOD-RECORD
                   END-PERFORM
                   CLOSE PERIOD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening period control file: "
                       WS-PERIOD-FILE-STATUS
                   MOVE "Error opening period control file"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-PERIOD-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       1310-READ-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END SET PERIOD-FILE-AT-END TO TRUE
           END-READ.

       1320-NOTE-PERIOD-RECORD.
           IF PC-PERIOD-CLOSED
               IF PC-PERIOD > WS-LATEST-CLOSED-PERIOD
                   MOVE PC-PERIOD TO WS-LATEST-CLOSED-PERIOD
               END-IF
               IF PC-PERIOD = WS-TB-PERIOD
                   SET PERIOD-ALREADY-CLOSED TO TRUE
               END-IF
               IF PC-PERIOD = WS-PRIOR-PERIOD
                   SET PRIOR-CLOSE-FOUND TO TRUE
                   MOVE PC-CLOSING-BALANCE TO WS-PRIOR-CLOSING-BALANCE
               END-IF
           END-IF.

       1400-CHECK-CLOSE-SEQUENCE.
           EVALUATE TRUE
               WHEN PERIOD-ALREADY-CLOSED
                OR WS-TB-PERIOD < WS-LATEST-CLOSED-PERIOD
                   DISPLAY "Period already closed: " WS-TB-PERIOD
                   MOVE "Period already closed, close refused"
                       TO WS-AUDIT-MESSAGE
                   SET ABORT-RUN TO TRUE
               WHEN WS-TB-PERIOD NOT < WS-RUN-PERIOD
                   DISPLAY "Period has not ended yet: " WS-TB-PERIOD
                   MOVE "Period has not ended, close refused"
                       TO WS-AUDIT-MESSAGE
                   SET ABORT-RUN TO TRUE
               WHEN WS-LATEST-CLOSED-PERIOD > ZERO
                AND NOT PRIOR-CLOSE-FOUND
                   DISPLAY "Prior period not closed: " WS-PRIOR-PERIOD
                   MOVE "Prior period not closed, close refused"
                       TO WS-AUDIT-MESSAGE
                   SET ABORT-RUN TO TRUE
           END-EVALUATE
           IF ABORT-RUN
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       1500-OPEN-MASTER-FILES.
           OPEN INPUT POSTED-FILE
           IF WS-POST-FILE-STATUS = "00"
               SET POST-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening posted master file: "
                   WS-POST-FILE-STATUS
               MOVE "Error opening posted master for trial balance"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-POST-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT ABORT-RUN
               OPEN INPUT BALANCE-FILE
               IF WS-BAL-FILE-STATUS = "00"
                   SET BAL-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening account balance master: "
                       WS-BAL-FILE-STATUS
                   MOVE "Error opening balance master for trial balance"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-BAL-FILE-STATUS TO WS-AUD-STATUS
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
                   DISPLAY "Error opening trial balance report: "
                       WS-REPORT-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Every posted record contributes its original posting under
      * its posting date, less any part of the amount that was
      * applied late; the late part contributes under the date it
      * was redirected to.
      ******************************************************************
       2000-ACCUMULATE-POSTED-MASTER.
           MOVE LOW-VALUES TO PT-TRANS-ID
           START POSTED-FILE KEY IS GREATER THAN PT-TRANS-ID
               INVALID KEY SET POST-FILE-AT-END TO TRUE
           END-START
           IF NOT POST-FILE-AT-END
               PERFORM 2100-READ-POSTED-RECORD
           END-IF
           PERFORM UNTIL POST-FILE-AT-END OR ABORT-RUN
               PERFORM 2200-SPLIT-POSTED-RECORD
               PERFORM 2100-READ-POSTED-RECORD
           END-PERFORM.

       2100-READ-POSTED-RECORD.
           READ POSTED-FILE NEXT RECORD
               AT END SET POST-FILE-AT-END TO TRUE
           END-READ.

       2200-SPLIT-POSTED-RECORD.
           ADD 1 TO WS-POSTED-READ
           IF PT-POSTING-DATE NUMERIC AND PT-POSTING-DATE > ZERO
               MOVE PT-POSTING-DATE TO WS-PORTION-DATE
           ELSE
               MOVE PT-TRANS-DATE   TO WS-PORTION-DATE
           END-IF
           IF PT-LATE-AMOUNT NUMERIC AND PT-LATE-AMOUNT NOT = ZERO
               COMPUTE WS-PORTION-AMOUNT = PT-AMOUNT - PT-LATE-AMOUNT
               PERFORM 2300-CLASSIFY-PORTION
               MOVE PT-LATE-AMOUNT       TO WS-PORTION-AMOUNT
               MOVE PT-LATE-POSTING-DATE TO WS-PORTION-DATE
               PERFORM 2300-CLASSIFY-PORTION
           ELSE
               MOVE PT-AMOUNT TO WS-PORTION-AMOUNT
               PERFORM 2300-CLASSIFY-PORTION
           END-IF.

       2300-CLASSIFY-PORTION.
           COMPUTE WS-PORTION-PERIOD = WS-PORTION-DATE / 100
           EVALUATE TRUE
               WHEN WS-PORTION-PERIOD > WS-TB-PERIOD
                   ADD WS-PORTION-AMOUNT TO WS-LATER-ACTIVITY
               WHEN WS-PORTION-PERIOD = WS-TB-PERIOD
                   PERFORM 2400-ADD-TO-STATUS-LINE
           END-EVALUATE.

       2400-ADD-TO-STATUS-LINE.
           MOVE PT-STATUS-CODE TO WS-TB-STATUS-CODE
           PERFORM 2410-FIND-STATUS-LINE
           IF NOT TB-STATUS-FOUND
               IF WS-TB-STATUS-COUNT >= WS-TB-STATUS-LIMIT
                   DISPLAY "Status code table full at code: "
                       WS-TB-STATUS-CODE
                   MOVE "Trial balance status table full, run ended"
                       TO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-TB-STATUS-COUNT
                   SET TB-IX TO WS-TB-STATUS-COUNT
                   MOVE WS-TB-STATUS-CODE TO WS-TB-CODE (TB-IX)
                   MOVE ZERO TO WS-TB-ITEMS (TB-IX)
                   MOVE ZERO TO WS-TB-DEBITS (TB-IX)
                   MOVE ZERO TO WS-TB-CREDITS (TB-IX)
                   SET TB-STATUS-FOUND TO TRUE
               END-IF
           END-IF
           IF TB-STATUS-FOUND
               ADD 1 TO WS-TB-ITEMS (TB-IX)
               ADD 1 TO WS-PERIOD-ITEMS
               IF WS-PORTION-AMOUNT < ZERO
                   SUBTRACT WS-PORTION-AMOUNT FROM WS-TB-CREDITS (TB-IX)
                   SUBTRACT WS-PORTION-AMOUNT FROM WS-PERIOD-CREDITS
               ELSE
                   ADD WS-PORTION-AMOUNT TO WS-TB-DEBITS (TB-IX)
                   ADD WS-PORTION-AMOUNT TO WS-PERIOD-DEBITS
               END-IF
               ADD WS-PORTION-AMOUNT TO WS-PERIOD-NET
           END-IF.

       2410-FIND-STATUS-LINE.
           MOVE 'N' TO WS-TB-STATUS-FOUND
           IF WS-TB-STATUS-COUNT > ZERO
               SET TB-IX TO 1
               SEARCH WS-TB-STATUS-ENTRY
                   WHEN TB-IX > WS-TB-STATUS-COUNT
                       CONTINUE
                   WHEN WS-TB-CODE (TB-IX) = WS-TB-STATUS-CODE
                       SET TB-STATUS-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3000-TOTAL-BALANCE-MASTER.
           PERFORM 3100-READ-BALANCE-RECORD
           PERFORM UNTIL BAL-FILE-AT-END
               ADD 1 TO WS-ACCOUNTS-READ
               ADD BL-CURRENT-BALANCE TO WS-LEDGER-BALANCE
               PERFORM 3100-READ-BALANCE-RECORD
           END-PERFORM.

       3100-READ-BALANCE-RECORD.
           READ BALANCE-FILE NEXT RECORD
               AT END SET BAL-FILE-AT-END TO TRUE
           END-READ.

      ******************************************************************
      * The balance master is current to the last cycle.  Movement
      * posted after the period is backed out to give the closing
      * balance and the period's net movement backed out of that to
      * give the opening balance, which must agree with the balance
      * the prior period was closed on.
      ******************************************************************
       4000-PROVE-TRIAL-BALANCE.
           COMPUTE WS-CLOSING-BALANCE =
               WS-LEDGER-BALANCE - WS-LATER-ACTIVITY
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-PERIOD-NET
           IF PRIOR-CLOSE-FOUND
               COMPUTE WS-BALANCE-DIFFERENCE =
                   WS-OPENING-BALANCE - WS-PRIOR-CLOSING-BALANCE
               IF WS-BALANCE-DIFFERENCE NOT = ZERO
                   MOVE 'N' TO WS-TB-PROVED
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF TRIAL-BALANCE-PROVED
               STRING "Trial balance for period " WS-TB-PERIOD
                   " proved"
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           ELSE
               STRING "Trial balance for period " WS-TB-PERIOD
                   " does not prove to prior close"
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               DISPLAY "Opening balance does not agree with prior close"
           END-IF
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

       5000-WRITE-TRIAL-BALANCE.
           PERFORM 5100-WRITE-REPORT-HEADING
           PERFORM VARYING TB-IX FROM 1 BY 1
                   UNTIL TB-IX > WS-TB-STATUS-COUNT
               PERFORM 5200-WRITE-STATUS-LINE
           END-PERFORM
           PERFORM 5300-WRITE-REPORT-TOTALS
           PERFORM 5400-WRITE-BALANCE-PROOF.

       5100-WRITE-REPORT-HEADING.
           MOVE "MONTH-END TRIAL BALANCE BY STATUS CODE" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF PERIOD-ALREADY-CLOSED
               STRING "Period: " WS-TB-PERIOD "  (closed)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "Period: " WS-TB-PERIOD "  (open)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run mode: " WS-PARM-MODE
               "  Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ST     ITEMS           DEBITS          CREDITS"
               "              NET"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5200-WRITE-STATUS-LINE.
           COMPUTE WS-TB-NET =
               WS-TB-DEBITS (TB-IX) - WS-TB-CREDITS (TB-IX)
           MOVE WS-TB-ITEMS (TB-IX)   TO WS-RPT-COUNT
           MOVE WS-TB-DEBITS (TB-IX)  TO WS-RPT-DEBITS
           MOVE WS-TB-CREDITS (TB-IX) TO WS-RPT-CREDITS
           MOVE WS-TB-NET             TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-TB-CODE (TB-IX) " " WS-RPT-COUNT WS-RPT-DEBITS
               WS-RPT-CREDITS WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5300-WRITE-REPORT-TOTALS.
           MOVE WS-PERIOD-ITEMS   TO WS-RPT-COUNT
           MOVE WS-PERIOD-DEBITS  TO WS-RPT-DEBITS
           MOVE WS-PERIOD-CREDITS TO WS-RPT-CREDITS
           MOVE WS-PERIOD-NET     TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "** " WS-RPT-COUNT WS-RPT-DEBITS
               WS-RPT-CREDITS WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5400-WRITE-BALANCE-PROOF.
           MOVE WS-OPENING-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Opening ledger balance:    " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-PERIOD-NET TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Net movement for period:   " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-CLOSING-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Closing ledger balance:    " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-LATER-ACTIVITY TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Movement after period:     " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-LEDGER-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Balance master total:      " WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts on balance master:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-POSTED-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Postings read:                 " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF PRIOR-CLOSE-FOUND
               MOVE WS-PRIOR-CLOSING-BALANCE TO WS-RPT-AMOUNT
               STRING "Prior period closed on:    " WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "Prior period " WS-PRIOR-PERIOD
                   " has no close on file"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF TRIAL-BALANCE-PROVED
               MOVE "Trial balance proved" TO WS-RPT-LINE
           ELSE
               MOVE WS-BALANCE-DIFFERENCE TO WS-RPT-AMOUNT
               STRING "*** OUT OF BALANCE WITH PRIOR CLOSE BY "
                   WS-RPT-AMOUNT " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE.

      ******************************************************************
      * A close is recorded only on a trial balance that proves.  The
      * record carries the late-item action the daily driver is to
      * apply and the closing balance the next close must start from.
      ******************************************************************
       6000-CLOSE-PERIOD.
           IF NOT TRIAL-BALANCE-PROVED
               DISPLAY "Trial balance does not prove, period not closed"
               MOVE "Trial balance not proved, close refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE "PERIOD NOT CLOSED" TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6100-WRITE-PERIOD-RECORD
           END-IF.

       6100-WRITE-PERIOD-RECORD.
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE WS-TB-PERIOD       TO PC-PERIOD
               SET PC-PERIOD-CLOSED    TO TRUE
               MOVE WS-LATE-ACTION     TO PC-LATE-ACTION
               MOVE WS-RUN-TIMESTAMP   TO PC-CLOSE-TIMESTAMP
               MOVE WS-CLOSING-BALANCE TO PC-CLOSING-BALANCE
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-FILE
               IF LATE-ITEMS-REFUSED
                   MOVE "REFUSED" TO WS-RPT-ACTION
               ELSE
                   MOVE "REDIRECT" TO WS-RPT-ACTION
               END-IF
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Accounting period " WS-TB-PERIOD
                   " closed, late items " WS-RPT-ACTION
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PERIOD " WS-TB-PERIOD " CLOSED - LATE ITEMS "
                   WS-RPT-ACTION
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               DISPLAY "Period closed: " WS-TB-PERIOD
           ELSE
               DISPLAY "Error opening period control file: "
                   WS-PERIOD-FILE-STATUS
               MOVE "Error recording period close"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-PERIOD-FILE-STATUS TO WS-AUD-STATUS
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
           IF POST-FILE-OPENED
               CLOSE POSTED-FILE
           END-IF
           IF BAL-FILE-OPENED
               CLOSE BALANCE-FILE
           END-IF
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
