       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Daily batch driver for MY-FILE, the transaction feed.  One
      * cycle may take the upstream feed and any system-generated
      * feeds loaded together, each reconciled against its own
      * trailer and reported by source.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUMRPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RULE-KEY
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT ACKWORK-FILE ASSIGN TO "ACKWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-TRANS-ID
               FILE STATUS IS WS-ACKWORK-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-TRANS-ID
               FILE STATUS IS WS-WHSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MY-FILE.
       FD  BALANCE-FILE.
           COPY BALREC.

       FD  RULE-FILE.
           COPY RULEREC.

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  ACKWORK-FILE.
           COPY ACKWREC.

       FD  ACK-FILE.
           COPY ACKREC.

       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       WORKING-STORAGE SECTION.
       01  WS-MY-FILE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-EXC-REASON                  PIC X(50).
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-RESTART-FILE-STATUS         PIC X(02).
       01  WS-RUN-PARM                    PIC X(10) VALUE SPACES.
       01  WS-RESTART-MODE                PIC X(01) VALUE 'N'.
       01  WS-RUN-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-TRANS-DATE-INT               PIC S9(09) COMP VALUE ZERO.
       01  WS-DATE-WINDOW-DAYS             PIC 9(03) VALUE ZERO.
       01  WS-MAX-AMOUNT                   PIC S9(9)V99 COMP-3
                                           VALUE ZERO.
       01  WS-EDIT-STATUS-CODE             PIC X(02).
       01  WS-RULE-FILE-STATUS             PIC X(02).
       01  WS-RULE-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  RULE-FILE-OPENED            VALUE 'Y'.
       01  WS-RULE-FILE-EOF                PIC X(01) VALUE 'N'.
           88  RULE-FILE-AT-END            VALUE 'Y'.
       01  WS-WINDOW-RULE-FOUND            PIC X(01) VALUE 'N'.
           88  WINDOW-RULE-FOUND           VALUE 'Y'.
       01  WS-AMOUNT-RULE-FOUND            PIC X(01) VALUE 'N'.
           88  AMOUNT-RULE-FOUND           VALUE 'Y'.
       01  WS-WINDOW-RULE-VERSION          PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-RULE-VERSION          PIC 9(05) VALUE ZERO.
       01  WS-RULE-SET-VERSION             PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-CODE-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-STATUS-RULE-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-STATUS-RULE-LIMIT            PIC 9(03) VALUE 50.
       01  WS-STATUS-RULE-TABLE.
           05  WS-STATUS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY STAT-IX.
               10  WS-STATUS-RULE-CODE     PIC X(02).
               10  WS-STATUS-RULE-STATE    PIC X(01).
                   88  STATUS-RULE-ACTIVE  VALUE 'A'.
               10  WS-STATUS-RULE-VERSION  PIC 9(05).
       01  WS-STATUS-CODE-FOUND            PIC X(01) VALUE 'N'.
           88  STATUS-CODE-FOUND           VALUE 'Y'.
       01  WS-AUDIT-POINTER                PIC 9(03) VALUE ZERO.
       01  WS-RPT-RULE-AMOUNT              PIC -(9)9.99.
       01  WS-GL-FILE-STATUS               PIC X(02).
       01  WS-GLWORK-FILE-STATUS           PIC X(02).
       01  WS-GLWORK-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  BAL-FILE-OPENED             VALUE 'Y'.
       01  WS-BAL-WORK-AMOUNT              PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-BAL-ACCOUNT-ID               PIC X(10) VALUE SPACES.
       01  WS-ADJUSTMENTS-APPLIED          PIC 9(09) VALUE ZERO.
       01  WS-ADJUSTMENTS-REJECTED         PIC 9(09) VALUE ZERO.
       01  WS-RPT-ADJUSTMENTS-APPLIED      PIC ZZZZZZZZ9.
                                           VALUE ZERO.
       01  WS-ADJUST-NET-AMOUNT            PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
       01  WS-PERIOD-FILE-STATUS           PIC X(02).
       01  WS-PERIOD-FILE-EOF              PIC X(01) VALUE 'N'.
           88  PERIOD-FILE-AT-END          VALUE 'Y'.
       01  WS-LATEST-CLOSED-PERIOD         PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-PERIOD-PARTS REDEFINES WS-LATEST-CLOSED-PERIOD.
           05  WS-CLOSED-YEAR              PIC 9(04).
           05  WS-CLOSED-MONTH             PIC 9(02).
       01  WS-LATE-ACTION                  PIC X(01) VALUE 'R'.
           88  LATE-ITEMS-REFUSED          VALUE 'F'.
       01  WS-OPEN-PERIOD-DATE             PIC 9(08) VALUE ZERO.
       01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD-DATE.
           05  WS-OPEN-YEAR                PIC 9(04).
           05  WS-OPEN-MONTH               PIC 9(02).
           05  WS-OPEN-DAY                 PIC 9(02).
       01  WS-ITEM-PERIOD                  PIC 9(06) VALUE ZERO.
       01  WS-POSTING-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-LATE-ITEM-FLAG               PIC X(01) VALUE 'N'.
           88  LATE-ITEM-REDIRECTED        VALUE 'R'.
           88  LATE-ITEM-REFUSED           VALUE 'F'.
       01  WS-LATE-ITEMS-REDIRECTED        PIC 9(09) VALUE ZERO.
       01  WS-RPT-LATE-REDIRECTED          PIC ZZZZZZZZ9.
       01  WS-DUPLICATE-FLAG               PIC X(01) VALUE 'N'.
           88  DUPLICATE-RECORD            VALUE 'Y'.
       01  WS-ACKWORK-FILE-STATUS          PIC X(02).
       01  WS-ACKWORK-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  ACKWORK-FILE-OPENED         VALUE 'Y'.
       01  WS-ACKWORK-FILE-EOF             PIC X(01) VALUE 'N'.
           88  ACKWORK-FILE-AT-END         VALUE 'Y'.
       01  WS-ACK-FILE-STATUS              PIC X(02).
       01  WS-ACK-DISPOSITION              PIC X(01) VALUE SPACES.
           88  ACK-POSTED                  VALUE 'P'.
           88  ACK-REJECTED                VALUE 'R'.
           88  ACK-DUPLICATE               VALUE 'D'.
           88  ACK-PENDED                  VALUE 'S'.
           88  ACK-WAREHOUSED              VALUE 'W'.
           88  ACK-CREDIT-HELD             VALUE 'C'.
       01  WS-ACK-REASON                   PIC X(50) VALUE SPACES.
       01  WS-ACK-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-WHSE-FILE-STATUS             PIC X(02).
       01  WS-WHSE-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  WHSE-FILE-OPENED            VALUE 'Y'.
       01  WS-WHSE-FILE-EOF                PIC X(01) VALUE 'N'.
           88  WHSE-FILE-AT-END            VALUE 'Y'.
       01  WS-FUTURE-DATED                 PIC X(01) VALUE 'N'.
           88  FUTURE-DATED                VALUE 'Y'.
       01  WS-RELEASE-PHASE                PIC X(01) VALUE 'N'.
           88  RELEASING-WAREHOUSE         VALUE 'Y'.
       01  WS-RECORDS-WAREHOUSED           PIC 9(09) VALUE ZERO.
       01  WS-WAREHOUSE-RELEASED           PIC 9(09) VALUE ZERO.
       01  WS-RPT-RECORDS-WAREHOUSED       PIC ZZZZZZZZ9.
       01  WS-RPT-WAREHOUSE-RELEASED       PIC ZZZZZZZZ9.
       01  WS-CREDIT-HOLD                  PIC X(01) VALUE 'N'.
           88  CREDIT-HELD                 VALUE 'Y'.
       01  WS-HOLD-REPLAY-FLAG             PIC X(01) VALUE 'N'.
           88  HOLD-REPLAYED               VALUE 'Y'.
       01  WS-CREDIT-BALANCE               PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-RECORDS-CREDIT-HELD          PIC 9(09) VALUE ZERO.
       01  WS-RPT-RECORDS-CREDIT-HELD      PIC ZZZZZZZZ9.
       01  WS-UPSTREAM-SOURCE              PIC X(02) VALUE 'UP'.
       01  WS-WAREHOUSE-SOURCE             PIC X(02) VALUE 'WH'.
       01  WS-SOURCE-CODE                  PIC X(02) VALUE SPACES.
       01  WS-SOURCE-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-SOURCE-LIMIT                 PIC 9(02) VALUE 10.
       01  WS-SOURCE-FOUND                 PIC X(01) VALUE 'N'.
           88  SOURCE-FOUND                VALUE 'Y'.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES INDEXED BY SRC-IX.
               10  WS-SRC-CODE             PIC X(02).
               10  WS-SRC-STATE            PIC X(01).
                   88  SRC-BALANCED        VALUE 'B'.
                   88  SRC-HELD-OUT        VALUE 'O'.
                   88  SRC-RELEASE         VALUE 'R'.
               10  WS-SRC-HEADER-FLAG      PIC X(01).
                   88  SRC-HEADER-SEEN     VALUE 'Y'.
               10  WS-SRC-TRAILER-FLAG     PIC X(01).
                   88  SRC-TRAILER-SEEN    VALUE 'Y' 'X'.
                   88  SRC-TRAILER-VALID   VALUE 'Y'.
                   88  SRC-TRAILER-INVALID VALUE 'X'.
               10  WS-SRC-DUPLICATE-FLAG   PIC X(01).
                   88  SRC-CONTROL-DUPLICATED VALUE 'Y'.
               10  WS-SRC-HEADER-DATE      PIC X(08).
               10  WS-SRC-HEADER-CYCLE     PIC X(02).
               10  WS-SRC-EXPECTED         PIC 9(09).
               10  WS-SRC-SCANNED          PIC 9(09).
               10  WS-SRC-REASON           PIC X(30).
               10  WS-SRC-READ             PIC 9(09).
               10  WS-SRC-POSTED           PIC 9(09).
               10  WS-SRC-REJECTED         PIC 9(09).
               10  WS-SRC-PENDED           PIC 9(09).
               10  WS-SRC-CREDIT-HELD      PIC 9(09).
               10  WS-SRC-WAREHOUSED       PIC 9(09).
               10  WS-SRC-DUPLICATES       PIC 9(09).
               10  WS-SRC-REVERSALS        PIC 9(09).
               10  WS-SRC-ADJUSTMENTS      PIC 9(09).
               10  WS-SRC-CORR-REJECTED    PIC 9(09).
               10  WS-SRC-NET-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-SOURCE-HOLD                  PIC X(01) VALUE 'N'.
           88  SOURCE-HELD-OUT             VALUE 'Y'.
       01  WS-SOURCES-REFUSED              PIC 9(02) VALUE ZERO.
       01  WS-SCAN-CYCLE-SET               PIC X(01) VALUE 'N'.
           88  SCAN-CYCLE-SET              VALUE 'Y'.
       01  WS-SCAN-BUSINESS-DATE           PIC X(08) VALUE SPACES.
       01  WS-SCAN-CYCLE-NUMBER            PIC X(02) VALUE SPACES.
       01  WS-RPT-SRC-COUNT-1              PIC ZZZZZZZZ9.
       01  WS-RPT-SRC-COUNT-2              PIC ZZZZZZZZ9.
       01  WS-RPT-SRC-AMOUNT               PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.

                   PERFORM 2960-VERIFY-HEADER-PRESENT
                   IF NOT ABORT-RUN
                       PERFORM 2800-RELEASE-WAREHOUSE
                   END-IF
               END-IF

           IF NOT ABORT-RUN
               PERFORM 1090-OPEN-BALANCE-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1085-OPEN-WAREHOUSE-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1070-OPEN-RULE-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1075-LOAD-PERIOD-CONTROL
           END-IF
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = "RESTART" AND NOT ABORT-RUN
               SET RESTART-MODE TO TRUE
               PERFORM 1050-READ-RESTART-CHECKPOINT
               IF HEADER-FOUND AND NOT ABORT-RUN
                   PERFORM 1300-LOAD-EDIT-RULES
               END-IF
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1095-OPEN-GL-WORK-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1096-OPEN-ACK-WORK-FILE
           END-IF.

       1010-OPEN-EXCEPTION-FILE.
               MOVE 16 TO RETURN-CODE
           END-IF.

       1085-OPEN-WAREHOUSE-FILE.
           OPEN I-O WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF
           IF WS-WHSE-FILE-STATUS = "00"
               SET WHSE-FILE-OPENED TO TRUE
           ELSE
               MOVE "Error opening transaction warehouse file"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-WHSE-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-EXC-TRANS-ID
               MOVE WS-WHSE-FILE-STATUS TO WS-EXC-SRC-STATUS
               MOVE "WHSEFILE" TO WS-EXC-FILE-NAME
               MOVE "UNABLE TO OPEN TRANSACTION WAREHOUSE FILE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1090-OPEN-BALANCE-FILE.
           OPEN I-O BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "35"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1070-OPEN-RULE-FILE.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS = "00"
               SET RULE-FILE-OPENED TO TRUE
           ELSE
               MOVE "Error opening edit rule file" TO WS-AUDIT-MESSAGE
               MOVE WS-RULE-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-EXC-TRANS-ID
               MOVE WS-RULE-FILE-STATUS TO WS-EXC-SRC-STATUS
               MOVE "RULEFILE" TO WS-EXC-FILE-NAME
               MOVE "UNABLE TO OPEN EDIT RULE FILE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Find the latest closed accounting period and what finance
      * wants done with a late item dated into it.  Periods close in
      * sequence, so everything up to the latest closed period is
      * closed; with no period control file nothing is closed yet.
      * A redirected item posts under the first day of the open
      * period, the month after the latest closed one.
      ******************************************************************
       1075-LOAD-PERIOD-CONTROL.
           MOVE ZERO TO WS-LATEST-CLOSED-PERIOD
           MOVE 'N'  TO WS-PERIOD-FILE-EOF
           OPEN INPUT PERIOD-FILE
           EVALUATE WS-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 1076-READ-PERIOD-RECORD
                   PERFORM UNTIL PERIOD-FILE-AT-END
                       IF PC-PERIOD-CLOSED
                        AND PC-PERIOD > WS-LATEST-CLOSED-PERIOD
                           MOVE PC-PERIOD TO WS-LATEST-CLOSED-PERIOD
                           MOVE PC-LATE-ACTION TO WS-LATE-ACTION
                       END-IF
                       PERFORM 1076-READ-PERIOD-RECORD
                   END-PERFORM
                   CLOSE PERIOD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Error opening period control file"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-PERIOD-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-EXC-TRANS-ID
                   MOVE WS-PERIOD-FILE-STATUS TO WS-EXC-SRC-STATUS
                   MOVE "PERDCTL"  TO WS-EXC-FILE-NAME
                   MOVE "UNABLE TO OPEN PERIOD CONTROL FILE"
                       TO WS-EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF NOT ABORT-RUN AND WS-LATEST-CLOSED-PERIOD > ZERO
               PERFORM 1077-SET-OPEN-PERIOD
           END-IF.

       1076-READ-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END SET PERIOD-FILE-AT-END TO TRUE
           END-READ.

       1077-SET-OPEN-PERIOD.
           IF WS-CLOSED-MONTH = 12
               COMPUTE WS-OPEN-YEAR = WS-CLOSED-YEAR + 1
               MOVE 01 TO WS-OPEN-MONTH
           ELSE
               MOVE WS-CLOSED-YEAR TO WS-OPEN-YEAR
               COMPUTE WS-OPEN-MONTH = WS-CLOSED-MONTH + 1
           END-IF
           MOVE 01 TO WS-OPEN-DAY
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF LATE-ITEMS-REFUSED
               STRING "Period " WS-LATEST-CLOSED-PERIOD
                   " closed, late items refused"
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           ELSE
               STRING "Period " WS-LATEST-CLOSED-PERIOD
                   " closed, late items post at " WS-OPEN-PERIOD-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           END-IF
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * The GL accumulation work file carries the cycle's full
      * date-by-status accumulation.  A fresh run starts it empty; a
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The acknowledgement work file carries the disposition of every
      * transaction seen so far in the cycle.  Like the GL work file
      * it starts empty on a fresh run and is kept on a restart.
      ******************************************************************
       1096-OPEN-ACK-WORK-FILE.
           IF NOT RESTART-MODE
               OPEN OUTPUT ACKWORK-FILE
               IF WS-ACKWORK-FILE-STATUS = "00"
                   CLOSE ACKWORK-FILE
               END-IF
           END-IF
           OPEN I-O ACKWORK-FILE
           IF WS-ACKWORK-FILE-STATUS = "35"
               OPEN OUTPUT ACKWORK-FILE
               CLOSE ACKWORK-FILE
               OPEN I-O ACKWORK-FILE
           END-IF
           IF WS-ACKWORK-FILE-STATUS = "00"
               SET ACKWORK-FILE-OPENED TO TRUE
           ELSE
               MOVE "Error opening acknowledgement work file"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-ACKWORK-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-EXC-TRANS-ID
               MOVE WS-ACKWORK-FILE-STATUS TO WS-EXC-SRC-STATUS
               MOVE "ACKWORK"  TO WS-EXC-FILE-NAME
               MOVE "UNABLE TO OPEN ACKNOWLEDGEMENT WORK FILE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-READ-RESTART-CHECKPOINT.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
                           MOVE RST-ADJUST-NET-AMOUNT
                               TO WS-ADJUST-NET-AMOUNT
                       END-IF
                       IF RST-LATE-REDIRECTED NUMERIC
                           MOVE RST-LATE-REDIRECTED
                               TO WS-LATE-ITEMS-REDIRECTED
                       END-IF
                       IF RST-RECORDS-WAREHOUSED NUMERIC
                           MOVE RST-RECORDS-WAREHOUSED
                               TO WS-RECORDS-WAREHOUSED
                           MOVE RST-WAREHOUSE-RELEASED
                               TO WS-WAREHOUSE-RELEASED
                       END-IF
                       IF RST-RECORDS-CREDIT-HELD NUMERIC
                           MOVE RST-RECORDS-CREDIT-HELD
                               TO WS-RECORDS-CREDIT-HELD
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           OPEN INPUT MY-FILE
           EVALUATE WS-MY-FILE-STATUS
               WHEN "00"
                   PERFORM 1400-SCAN-FEED-SOURCES
                   IF NOT ABORT-RUN
                       PERFORM 1160-REWIND-MY-FILE
                   END-IF
                   IF NOT ABORT-RUN
                    AND RESTART-MODE AND WS-RESTART-KEY NOT = SPACES
                       PERFORM 1150-RESUME-FROM-CHECKPOINT
                   END-IF
               WHEN "35"
                   MOVE 16 TO RETURN-CODE
           END-START.

       1160-REWIND-MY-FILE.
           CLOSE MY-FILE
           MOVE 'N' TO WS-MY-FILE-EOF
           OPEN INPUT MY-FILE
           IF WS-MY-FILE-STATUS NOT = "00"
               MOVE "Error reopening file after source scan"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-MY-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               PERFORM 1190-SET-MY-FILE-EXC-FIELDS
               MOVE "UNABLE TO REOPEN MY-FILE AFTER SOURCE SCAN"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Load the edit rules in force for the cycle's business date.
      * The rule file is read in key order, so for each rule type and
      * qualifier the last record dated on or before the business
      * date is the one left standing.  A cycle with no date window,
      * no amount ceiling or no approved status code in force is
      * refused rather than edited against nothing.  The rule version
      * and the limits are written to the audit log so a rejected
      * transaction can later be explained against the exact rules
      * the cycle ran under.
      ******************************************************************
       1300-LOAD-EDIT-RULES.
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
           PERFORM 1330-CHECK-RULES-IN-FORCE.

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
               MOVE "RULEFILE" TO WS-EXC-FILE-NAME
               MOVE SPACES     TO WS-EXC-SRC-STATUS
               MOVE SPACES     TO WS-EXC-TRANS-ID
               MOVE "NO EDIT RULES IN FORCE FOR BUSINESS DATE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               MOVE "No edit rules in force, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1340-AUDIT-RULES-IN-FORCE
           END-IF.

       1340-AUDIT-RULES-IN-FORCE.
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Edit rule version " WS-RULE-SET-VERSION
               " in force for business date " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE WS-MAX-AMOUNT TO WS-RPT-RULE-AMOUNT
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Edit rules: window " WS-DATE-WINDOW-DAYS
               " days, amount ceiling " WS-RPT-RULE-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-MESSAGE
           MOVE "Edit rules: approved status codes" TO WS-AUDIT-MESSAGE
           MOVE 34 TO WS-AUDIT-POINTER
           PERFORM VARYING STAT-IX FROM 1 BY 1
                   UNTIL STAT-IX > WS-STATUS-RULE-COUNT
               IF STATUS-RULE-ACTIVE (STAT-IX)
                   STRING " " WS-STATUS-RULE-CODE (STAT-IX)
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                       WITH POINTER WS-AUDIT-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * One cycle may take several feeds loaded into MY-FILE together,
      * each with its own control header and trailer and named by the
      * source code on every record.  Before anything is posted the
      * whole file is scanned once and each source is proved on its
      * own: it must have exactly one header, naming the same business
      * date and cycle as the first header on the file, and exactly
      * one trailer whose count matches the details found for it.  A
      * source that fails is held out of the cycle - none of its
      * items is posted and each is acknowledged back as rejected -
      * while the sources that balance post as normal.  A refused
      * source ends the run with return code 8.
      ******************************************************************
       1400-SCAN-FEED-SOURCES.
           MOVE ZERO TO WS-SOURCE-COUNT
           MOVE ZERO TO WS-SOURCES-REFUSED
           MOVE 'N'  TO WS-SCAN-CYCLE-SET
           MOVE 'N'  TO WS-MY-FILE-EOF
           PERFORM 2100-READ-MY-FILE-RECORD
           PERFORM UNTIL MY-FILE-AT-END OR ABORT-RUN
               PERFORM 1410-SCAN-SOURCE-RECORD
               PERFORM 2100-READ-MY-FILE-RECORD
           END-PERFORM
           IF ABORT-RUN
               CLOSE MY-FILE
           ELSE
               PERFORM VARYING SRC-IX FROM 1 BY 1
                       UNTIL SRC-IX > WS-SOURCE-COUNT
                   PERFORM 1430-CHECK-SOURCE-CONTROLS
               END-PERFORM
           END-IF.

       1410-SCAN-SOURCE-RECORD.
           PERFORM 1435-SET-SOURCE-CODE
           PERFORM 1425-FIND-OR-ADD-SOURCE
           IF NOT SOURCE-FOUND
               DISPLAY "Too many feed sources on MY-FILE at source: "
                   WS-SOURCE-CODE
               PERFORM 1190-SET-MY-FILE-EXC-FIELDS
               MOVE "TOO MANY FEED SOURCES IN ONE CYCLE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               MOVE "Too many feed sources in cycle, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN MF-HEADER-RECORD
                       IF SRC-HEADER-SEEN (SRC-IX)
                           SET SRC-CONTROL-DUPLICATED (SRC-IX) TO TRUE
                       END-IF
                       SET SRC-HEADER-SEEN (SRC-IX) TO TRUE
                       MOVE MF-BUSINESS-DATE
                           TO WS-SRC-HEADER-DATE (SRC-IX)
                       MOVE MF-CYCLE-NUMBER
                           TO WS-SRC-HEADER-CYCLE (SRC-IX)
                       IF NOT SCAN-CYCLE-SET
                           MOVE MF-BUSINESS-DATE
                               TO WS-SCAN-BUSINESS-DATE
                           MOVE MF-CYCLE-NUMBER
                               TO WS-SCAN-CYCLE-NUMBER
                           SET SCAN-CYCLE-SET TO TRUE
                       END-IF
                   WHEN MF-TRAILER-RECORD
                       IF SRC-TRAILER-SEEN (SRC-IX)
                           SET SRC-CONTROL-DUPLICATED (SRC-IX) TO TRUE
                       END-IF
                       IF MF-EXPECTED-COUNT NUMERIC
                           SET SRC-TRAILER-VALID (SRC-IX) TO TRUE
                           MOVE MF-EXPECTED-COUNT
                               TO WS-SRC-EXPECTED (SRC-IX)
                       ELSE
                           SET SRC-TRAILER-INVALID (SRC-IX) TO TRUE
                       END-IF
                   WHEN MF-DETAIL-RECORD
                       ADD 1 TO WS-SRC-SCANNED (SRC-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1420-FIND-SOURCE.
           MOVE 'N' TO WS-SOURCE-FOUND
           IF WS-SOURCE-COUNT > ZERO
               SET SRC-IX TO 1
               SEARCH WS-SOURCE-ENTRY
                   WHEN SRC-IX > WS-SOURCE-COUNT
                       CONTINUE
                   WHEN WS-SRC-CODE (SRC-IX) = WS-SOURCE-CODE
                       SET SOURCE-FOUND TO TRUE
               END-SEARCH
           END-IF.

       1425-FIND-OR-ADD-SOURCE.
           PERFORM 1420-FIND-SOURCE
           IF NOT SOURCE-FOUND
            AND WS-SOURCE-COUNT < WS-SOURCE-LIMIT
               ADD 1 TO WS-SOURCE-COUNT
               SET SRC-IX TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-CODE TO WS-SRC-CODE (SRC-IX)
               SET SRC-BALANCED (SRC-IX) TO TRUE
               MOVE 'N'    TO WS-SRC-HEADER-FLAG (SRC-IX)
               MOVE 'N'    TO WS-SRC-TRAILER-FLAG (SRC-IX)
               MOVE 'N'    TO WS-SRC-DUPLICATE-FLAG (SRC-IX)
               MOVE SPACES TO WS-SRC-HEADER-DATE (SRC-IX)
               MOVE SPACES TO WS-SRC-HEADER-CYCLE (SRC-IX)
               MOVE SPACES TO WS-SRC-REASON (SRC-IX)
               MOVE ZERO   TO WS-SRC-EXPECTED (SRC-IX)
               MOVE ZERO   TO WS-SRC-SCANNED (SRC-IX)
               MOVE ZERO   TO WS-SRC-READ (SRC-IX)
               MOVE ZERO   TO WS-SRC-POSTED (SRC-IX)
               MOVE ZERO   TO WS-SRC-REJECTED (SRC-IX)
               MOVE ZERO   TO WS-SRC-PENDED (SRC-IX)
               MOVE ZERO   TO WS-SRC-CREDIT-HELD (SRC-IX)
               MOVE ZERO   TO WS-SRC-WAREHOUSED (SRC-IX)
               MOVE ZERO   TO WS-SRC-DUPLICATES (SRC-IX)
               MOVE ZERO   TO WS-SRC-REVERSALS (SRC-IX)
               MOVE ZERO   TO WS-SRC-ADJUSTMENTS (SRC-IX)
               MOVE ZERO   TO WS-SRC-CORR-REJECTED (SRC-IX)
               MOVE ZERO   TO WS-SRC-NET-AMOUNT (SRC-IX)
               SET SOURCE-FOUND TO TRUE
           END-IF.

       1430-CHECK-SOURCE-CONTROLS.
           EVALUATE TRUE
               WHEN NOT SRC-HEADER-SEEN (SRC-IX)
                   MOVE "NO FEED CONTROL HEADER"
                       TO WS-SRC-REASON (SRC-IX)
               WHEN SRC-CONTROL-DUPLICATED (SRC-IX)
                   MOVE "DUPLICATE HEADER OR TRAILER"
                       TO WS-SRC-REASON (SRC-IX)
               WHEN WS-SRC-HEADER-DATE (SRC-IX)
                       NOT = WS-SCAN-BUSINESS-DATE
                OR WS-SRC-HEADER-CYCLE (SRC-IX)
                       NOT = WS-SCAN-CYCLE-NUMBER
                   MOVE "HEADER DATE OR CYCLE DIFFERS"
                       TO WS-SRC-REASON (SRC-IX)
               WHEN NOT SRC-TRAILER-VALID (SRC-IX)
                   MOVE "NO VALID TRAILER RECORD"
                       TO WS-SRC-REASON (SRC-IX)
               WHEN WS-SRC-EXPECTED (SRC-IX)
                       NOT = WS-SRC-SCANNED (SRC-IX)
                   MOVE "TRAILER RECORD COUNT MISMATCH"
                       TO WS-SRC-REASON (SRC-IX)
               WHEN OTHER
                   MOVE SPACES TO WS-SRC-REASON (SRC-IX)
           END-EVALUATE
           IF WS-SRC-REASON (SRC-IX) = SPACES
               SET SRC-BALANCED (SRC-IX) TO TRUE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Source " WS-SRC-CODE (SRC-IX)
                   " reconciled, details: " WS-SRC-SCANNED (SRC-IX)
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           ELSE
               SET SRC-HELD-OUT (SRC-IX) TO TRUE
               ADD 1 TO WS-SOURCES-REFUSED
               DISPLAY "Feed source " WS-SRC-CODE (SRC-IX)
                   " refused: " WS-SRC-REASON (SRC-IX)
               DISPLAY "  Trailer count - expected: "
                   WS-SRC-EXPECTED (SRC-IX)
                   " actual: " WS-SRC-SCANNED (SRC-IX)
               PERFORM 1190-SET-MY-FILE-EXC-FIELDS
               MOVE SPACES TO WS-EXC-REASON
               STRING "SOURCE " WS-SRC-CODE (SRC-IX) " REFUSED - "
                   WS-SRC-REASON (SRC-IX)
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Source " WS-SRC-CODE (SRC-IX) " refused: "
                   WS-SRC-REASON (SRC-IX)
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * The source code sits in the same place on every record type.
      * A record with no source code belongs to the upstream feed.
      ******************************************************************
       1435-SET-SOURCE-CODE.
           EVALUATE TRUE
               WHEN MF-HEADER-RECORD
                   MOVE MF-HEADER-SOURCE  TO WS-SOURCE-CODE
               WHEN MF-TRAILER-RECORD
                   MOVE MF-TRAILER-SOURCE TO WS-SOURCE-CODE
               WHEN OTHER
                   MOVE MF-SOURCE-CODE    TO WS-SOURCE-CODE
           END-EVALUATE
           IF WS-SOURCE-CODE = SPACES OR WS-SOURCE-CODE = LOW-VALUES
               MOVE WS-UPSTREAM-SOURCE TO WS-SOURCE-CODE
           END-IF.

       2100-READ-MY-FILE-RECORD.
           READ MY-FILE NEXT RECORD
               AT END SET MY-FILE-AT-END TO TRUE
       2200-PROCESS-MY-FILE-RECORD.
           EVALUATE TRUE
               WHEN MF-HEADER-RECORD
                   IF NOT HEADER-FOUND
                       PERFORM 2600-PROCESS-FEED-HEADER
                   END-IF
               WHEN MF-TRAILER-RECORD
                   CONTINUE
               WHEN MF-REVERSAL-RECORD
                   PERFORM 2205-SET-RECORD-SOURCE
                   IF SOURCE-HELD-OUT
                       PERFORM 2230-REFUSE-HELD-SOURCE-ITEM
                   ELSE
                       PERFORM 2700-PROCESS-REVERSAL
                   END-IF
               WHEN MF-ADJUSTMENT-RECORD
                   PERFORM 2205-SET-RECORD-SOURCE
                   IF SOURCE-HELD-OUT
                       PERFORM 2230-REFUSE-HELD-SOURCE-ITEM
                   ELSE
                       PERFORM 2750-PROCESS-ADJUSTMENT
                   END-IF
               WHEN MF-DETAIL-RECORD
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2205-SET-RECORD-SOURCE
                   IF SOURCE-HELD-OUT
                       PERFORM 2230-REFUSE-HELD-SOURCE-ITEM
                   ELSE
                       PERFORM 2210-PROCESS-DETAIL
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Find the source the current detail, reversal or adjustment
      * came in on, and whether that source was held out of the cycle
      * when its control totals were checked.
      ******************************************************************
       2205-SET-RECORD-SOURCE.
           MOVE 'N' TO WS-SOURCE-HOLD
           PERFORM 1435-SET-SOURCE-CODE
           PERFORM 1420-FIND-SOURCE
           IF SOURCE-FOUND
               IF SRC-HELD-OUT (SRC-IX)
                   SET SOURCE-HELD-OUT TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * An item on a source that failed its control totals is not
      * edited or posted.  It is counted and acknowledged back as
      * rejected, so the sending system sees the whole feed refused.
      ******************************************************************
       2230-REFUSE-HELD-SOURCE-ITEM.
           IF MF-DETAIL-RECORD
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               IF MF-REVERSAL-RECORD
                   ADD 1 TO WS-REVERSALS-REJECTED
               ELSE
                   ADD 1 TO WS-ADJUSTMENTS-REJECTED
               END-IF
           END-IF
           SET ACK-REJECTED TO TRUE
           MOVE "SOURCE FEED OUT OF BALANCE - NOT POSTED"
               TO WS-ACK-REASON
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

      ******************************************************************
      * Edit and dispose of one detail: reject it, recognise it as a
      * replay of an earlier attempt at the cycle, park it in the
      * warehouse if it is dated ahead of the run date, pend it
      * against a suspended account, hold it for credit review if it
      * would take the account over its limit, or post it.  A
      * warehoused item released by a later cycle comes through here
      * too, with the same edits, reference, suspension, credit and
      * duplicate checks.
      ******************************************************************
       2210-PROCESS-DETAIL.
           MOVE 'N' TO WS-REPLAY-FLAG
           MOVE 'N' TO WS-RECORD-PENDED
           MOVE 'N' TO WS-LATE-ITEM-FLAG
           MOVE 'N' TO WS-DUPLICATE-FLAG
           MOVE 'N' TO WS-FUTURE-DATED
           MOVE 'N' TO WS-CREDIT-HOLD
           PERFORM 2310-VALIDATE-DETAIL-FIELDS
           IF NOT RECORD-REJECTED
               PERFORM 2320-CHECK-PROCESSED-HISTORY
           END-IF
           IF NOT RECORD-REJECTED AND NOT REPLAYED-RECORD
            AND NOT FUTURE-DATED
               PERFORM 2300-VALIDATE-AGAINST-REF-FILE
           END-IF
           EVALUATE TRUE
               WHEN RECORD-REJECTED
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE "MYFILE"       TO WS-EXC-FILE-NAME
                   MOVE SPACES         TO WS-EXC-SRC-STATUS
                   MOVE MF-TRANS-ID    TO WS-EXC-TRANS-ID
                   MOVE WS-EDIT-FAIL-REASON TO WS-EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION-RECORD
                   IF DUPLICATE-RECORD
                       SET ACK-DUPLICATE TO TRUE
                   ELSE
                       SET ACK-REJECTED TO TRUE
                   END-IF
                   MOVE WS-EDIT-FAIL-REASON TO WS-ACK-REASON
                   PERFORM 2500-RECORD-ACKNOWLEDGEMENT
               WHEN REPLAYED-RECORD
                   PERFORM 2470-COUNT-REPLAYED-POST
                   PERFORM 2510-ACKNOWLEDGE-POSTING
                   PERFORM 2240-NOTE-DETAIL-PROCESSED
               WHEN FUTURE-DATED
                   PERFORM 2360-WAREHOUSE-TRANSACTION
                   PERFORM 2240-NOTE-DETAIL-PROCESSED
               WHEN RECORD-PENDED
                   PERFORM 2350-PEND-TRANSACTION
                   SET ACK-PENDED TO TRUE
                   MOVE "PENDED - ACCOUNT SUSPENDED"
                       TO WS-ACK-REASON
                   PERFORM 2500-RECORD-ACKNOWLEDGEMENT
                   PERFORM 2240-NOTE-DETAIL-PROCESSED
               WHEN CREDIT-HELD
                   PERFORM 2355-HOLD-FOR-CREDIT-REVIEW
                   PERFORM 2240-NOTE-DETAIL-PROCESSED
               WHEN OTHER
                   PERFORM 2400-POST-TRANSACTION
                   PERFORM 2240-NOTE-DETAIL-PROCESSED
           END-EVALUATE.

      ******************************************************************
      * Only a detail read from the feed moves the restart point; the
      * warehouse release pass is not checkpointed record by record.
      ******************************************************************
       2240-NOTE-DETAIL-PROCESSED.
           IF NOT RELEASING-WAREHOUSE
               MOVE MF-TRANS-ID TO WS-LAST-KEY-PROCESSED
               PERFORM 2250-CHECKPOINT-IF-NEEDED
           END-IF.

       2400-POST-TRANSACTION.
           MOVE MF-TRANS-ID       TO PT-TRANS-ID
           MOVE MF-ACCOUNT-ID     TO PT-ACCOUNT-ID
           MOVE MF-AMOUNT         TO PT-AMOUNT
           MOVE MF-TRANS-DATE     TO PT-TRANS-DATE
           MOVE MF-STATUS-CODE    TO PT-STATUS-CODE
           MOVE WS-CYCLE-RUN-STAMP TO PT-POST-TIMESTAMP
           SET PT-POSTED TO TRUE
           MOVE SPACES TO PT-LAST-ADJUST-STAMP
           MOVE WS-POSTING-DATE   TO PT-POSTING-DATE
           MOVE ZERO              TO PT-LATE-AMOUNT
           MOVE ZERO              TO PT-LATE-POSTING-DATE
           WRITE POSTED-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE "TRANSACTION ALREADY ON POSTED MASTER"
                       TO WS-EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION-RECORD
                   SET ACK-REJECTED TO TRUE
                   MOVE WS-EXC-REASON TO WS-ACK-REASON
                   PERFORM 2500-RECORD-ACKNOWLEDGEMENT
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-POSTED
                   PERFORM 2410-RECORD-HISTORY
                   PERFORM 2510-ACKNOWLEDGE-POSTING
                   IF LATE-ITEM-REDIRECTED
                       PERFORM 2480-RECORD-LATE-REDIRECT
                   END-IF
                   MOVE WS-POSTING-DATE TO WS-GL-WORK-DATE
                   MOVE MF-STATUS-CODE TO WS-GL-WORK-STATUS
                   MOVE MF-AMOUNT      TO WS-GL-WORK-AMOUNT
                   PERFORM 2450-ACCUMULATE-GL-AMOUNT
                   MOVE MF-AMOUNT      TO WS-BAL-WORK-AMOUNT
                   MOVE MF-ACCOUNT-ID  TO WS-BAL-ACCOUNT-ID
                   PERFORM 2420-UPDATE-BALANCE-MASTER
           END-WRITE.

      ******************************************************************
      * Roll the signed amount in WS-BAL-WORK-AMOUNT into the account
      * balance master under the account in WS-BAL-ACCOUNT-ID.  The
      * first posting for an account creates its balance record.
      * Replayed records on a restart never reach this paragraph, so
      * the in-place master is not double-counted.
      ******************************************************************
       2420-UPDATE-BALANCE-MASTER.
           MOVE WS-BAL-ACCOUNT-ID TO BL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   MOVE WS-BAL-ACCOUNT-ID   TO BL-ACCOUNT-ID
                   MOVE WS-BAL-WORK-AMOUNT  TO BL-CURRENT-BALANCE
                   MOVE 1                   TO BL-TRANS-COUNT
                   MOVE WS-RUN-DATE-NUM     TO BL-LAST-ACTIVITY-DATE
      * attempt.
      ******************************************************************
       2470-COUNT-REPLAYED-POST.
           ADD 1 TO WS-RECORDS-POSTED
           IF LATE-ITEM-REDIRECTED
               ADD 1 TO WS-LATE-ITEMS-REDIRECTED
           END-IF.

       2480-RECORD-LATE-REDIRECT.
           ADD 1 TO WS-LATE-ITEMS-REDIRECTED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Late item redirected to " WS-POSTING-DATE ": "
               MF-TRANS-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * Record the final disposition of the current detail, reversal
      * or adjustment on the acknowledgement work file, replacing any
      * entry an earlier attempt at the cycle left for it.  The
      * reason code is the ED edit code where the reason carries one.
      ******************************************************************
       2500-RECORD-ACKNOWLEDGEMENT.
           IF ACKWORK-FILE-OPENED
               MOVE MF-TRANS-ID TO AW-TRANS-ID
               READ ACKWORK-FILE
                   INVALID KEY
                       PERFORM 2505-SET-ACK-WORK-FIELDS
                       WRITE ACK-WORK-RECORD
                   NOT INVALID KEY
                       PERFORM 2505-SET-ACK-WORK-FIELDS
                       REWRITE ACK-WORK-RECORD
               END-READ
           END-IF.

       2505-SET-ACK-WORK-FIELDS.
           MOVE MF-TRANS-ID        TO AW-TRANS-ID
           MOVE MF-RECORD-TYPE     TO AW-FEED-RECORD-TYPE
           MOVE MF-ACCOUNT-ID      TO AW-ACCOUNT-ID
           IF MF-AMOUNT NUMERIC
               MOVE MF-AMOUNT      TO AW-AMOUNT
           ELSE
               MOVE ZERO           TO AW-AMOUNT
           END-IF
           MOVE WS-ACK-DISPOSITION TO AW-DISPOSITION
           MOVE WS-ACK-REASON      TO AW-REASON-TEXT
           PERFORM 1435-SET-SOURCE-CODE
           MOVE WS-SOURCE-CODE     TO AW-SOURCE-CODE
           EVALUATE TRUE
               WHEN ACK-DUPLICATE
                   MOVE "DUPL"     TO AW-REASON-CODE
               WHEN ACK-PENDED
                   MOVE "PEND"     TO AW-REASON-CODE
               WHEN ACK-WAREHOUSED
                   MOVE "WHSE"     TO AW-REASON-CODE
               WHEN ACK-CREDIT-HELD
                   MOVE "CR01"     TO AW-REASON-CODE
               WHEN ACK-POSTED AND LATE-ITEM-REDIRECTED
                   MOVE "LATE"     TO AW-REASON-CODE
               WHEN ACK-POSTED
                   MOVE SPACES     TO AW-REASON-CODE
               WHEN WS-ACK-REASON(1:2) = "ED"
                AND WS-ACK-REASON(3:2) NUMERIC
                   MOVE WS-ACK-REASON(1:4) TO AW-REASON-CODE
               WHEN WS-ACK-REASON(1:6) = "SOURCE"
                   MOVE "SRCE"     TO AW-REASON-CODE
               WHEN OTHER
                   MOVE "OTHR"     TO AW-REASON-CODE
           END-EVALUATE.

       2510-ACKNOWLEDGE-POSTING.
           SET ACK-POSTED TO TRUE
           MOVE SPACES TO WS-ACK-REASON
           IF LATE-ITEM-REDIRECTED
               STRING "POSTED TO OPEN PERIOD AT " WS-POSTING-DATE
                   DELIMITED BY SIZE INTO WS-ACK-REASON
           END-IF
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

       2410-RECORD-HISTORY.
           MOVE MF-TRANS-ID        TO HT-TRANS-ID
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2610-CHECK-CYCLE-CONTROL
               IF NOT ABORT-RUN
                   PERFORM 1300-LOAD-EDIT-RULES
               END-IF
               IF NOT ABORT-RUN
                   PERFORM 2260-WRITE-CHECKPOINT
               END-IF

       2700-PROCESS-REVERSAL.
           IF MF-AMOUNT NOT NUMERIC
               MOVE "ED08 REVERSAL AMOUNT NOT NUMERIC"
                   TO WS-EDIT-FAIL-REASON
               PERFORM 2720-REJECT-REVERSAL
           ELSE
               MOVE MF-TRANS-ID TO PT-TRANS-ID
               READ POSTED-FILE
                   INVALID KEY
                       MOVE
                       "REVERSAL DOES NOT MATCH A POSTED TRANSACTION"
                           TO WS-EDIT-FAIL-REASON
                       PERFORM 2720-REJECT-REVERSAL
                   NOT INVALID KEY
                       PERFORM 2710-APPLY-REVERSAL
               END-READ
           END-IF.

       2710-APPLY-REVERSAL.
           PERFORM 2780-SET-CORRECTION-POSTING
           EVALUATE TRUE
               WHEN MF-ACCOUNT-ID NOT = PT-ACCOUNT-ID
                   MOVE "REVERSAL ACCOUNT DOES NOT MATCH POSTED ACCOUNT"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2720-REJECT-REVERSAL
               WHEN PT-REVERSED AND RESTART-MODE
                AND WS-PRIOR-RUN-STAMP NOT = SPACES
                AND PT-POST-TIMESTAMP = WS-PRIOR-RUN-STAMP
                   ADD 1 TO WS-REVERSALS-APPLIED
                   SUBTRACT MF-AMOUNT FROM WS-REVERSAL-NET-AMOUNT
                   IF LATE-ITEM-REDIRECTED
                       ADD 1 TO WS-LATE-ITEMS-REDIRECTED
                   END-IF
                   PERFORM 2510-ACKNOWLEDGE-POSTING
               WHEN PT-REVERSED
                   MOVE "REVERSAL ALREADY APPLIED TO POSTED TRANSACTION"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2720-REJECT-REVERSAL
               WHEN LATE-ITEM-REFUSED
                   MOVE "ED10 TRANSACTION DATE IN CLOSED PERIOD"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2720-REJECT-REVERSAL
               WHEN OTHER
                   SUBTRACT MF-AMOUNT FROM PT-AMOUNT
                   IF LATE-ITEM-REDIRECTED
                       SUBTRACT MF-AMOUNT FROM PT-LATE-AMOUNT
                       MOVE WS-POSTING-DATE TO PT-LATE-POSTING-DATE
                       PERFORM 2480-RECORD-LATE-REDIRECT
                   END-IF
                   SET PT-REVERSED TO TRUE
                   MOVE WS-CYCLE-RUN-STAMP TO PT-POST-TIMESTAMP
                   REWRITE POSTED-RECORD
                   ADD 1 TO WS-REVERSALS-APPLIED
                   SUBTRACT MF-AMOUNT FROM WS-REVERSAL-NET-AMOUNT
                   MOVE WS-POSTING-DATE TO WS-GL-WORK-DATE
                   MOVE PT-STATUS-CODE TO WS-GL-WORK-STATUS
                   COMPUTE WS-GL-WORK-AMOUNT = ZERO - MF-AMOUNT
                   PERFORM 2450-ACCUMULATE-GL-AMOUNT
                   COMPUTE WS-BAL-WORK-AMOUNT = ZERO - MF-AMOUNT
                   MOVE PT-ACCOUNT-ID  TO WS-BAL-ACCOUNT-ID
                   PERFORM 2420-UPDATE-BALANCE-MASTER
                   PERFORM 2510-ACKNOWLEDGE-POSTING
           END-EVALUATE.

       2720-REJECT-REVERSAL.
           ADD 1 TO WS-REVERSALS-REJECTED
           MOVE "MYFILE"       TO WS-EXC-FILE-NAME
           MOVE SPACES         TO WS-EXC-SRC-STATUS
           MOVE MF-TRANS-ID    TO WS-EXC-TRANS-ID
           MOVE WS-EDIT-FAIL-REASON TO WS-EXC-REASON
           PERFORM 2900-WRITE-EXCEPTION-RECORD
           SET ACK-REJECTED TO TRUE
           MOVE WS-EDIT-FAIL-REASON TO WS-ACK-REASON
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

      ******************************************************************
      * Amount adjustment: apply the signed delta carried on an 'A'
      * record to the posted amount of the target transaction, and
      * feed the delta into the GL buckets and the balance master
      * under the original posting date and status.  The delta must
      * pass the same ED-series amount edits as a detail.  A target
      * that is missing from the posted master, posted to a different
      * account, or already reversed rejects; a reversed transaction
      * is corrected by resubmission, not by adjustment.
      ******************************************************************
       2750-PROCESS-ADJUSTMENT.
           MOVE 'N' TO WS-RECORD-REJECTED
           END-IF.

       2760-APPLY-ADJUSTMENT.
           PERFORM 2780-SET-CORRECTION-POSTING
           MOVE 'N' TO WS-CREDIT-HOLD
           IF MF-AMOUNT > ZERO
               MOVE PT-ACCOUNT-ID TO RF-ACCOUNT-ID
               READ REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2340-CHECK-CREDIT-LIMIT
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN MF-ACCOUNT-ID NOT = PT-ACCOUNT-ID
                   MOVE
                   "ADJUSTMENT ACCOUNT DOES NOT MATCH POSTED ACCOUNT"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2770-REJECT-ADJUSTMENT
               WHEN RESTART-MODE
                AND WS-PRIOR-RUN-STAMP NOT = SPACES
                AND PT-LAST-ADJUST-STAMP = WS-PRIOR-RUN-STAMP
                   ADD 1 TO WS-ADJUSTMENTS-APPLIED
                   ADD MF-AMOUNT TO WS-ADJUST-NET-AMOUNT
                   IF LATE-ITEM-REDIRECTED
                       ADD 1 TO WS-LATE-ITEMS-REDIRECTED
                   END-IF
                   PERFORM 2510-ACKNOWLEDGE-POSTING
               WHEN PT-REVERSED
                   MOVE "ADJUSTMENT REFUSED - TRANSACTION REVERSED"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2770-REJECT-ADJUSTMENT
               WHEN LATE-ITEM-REFUSED
                   MOVE "ED10 TRANSACTION DATE IN CLOSED PERIOD"
                       TO WS-EDIT-FAIL-REASON
                   PERFORM 2770-REJECT-ADJUSTMENT
               WHEN CREDIT-HELD
                   PERFORM 2355-HOLD-FOR-CREDIT-REVIEW
               WHEN OTHER
                   ADD MF-AMOUNT TO PT-AMOUNT
                   IF LATE-ITEM-REDIRECTED
                       ADD MF-AMOUNT TO PT-LATE-AMOUNT
                       MOVE WS-POSTING-DATE TO PT-LATE-POSTING-DATE
                       PERFORM 2480-RECORD-LATE-REDIRECT
                   END-IF
                   MOVE WS-CYCLE-RUN-STAMP TO PT-LAST-ADJUST-STAMP
                   REWRITE POSTED-RECORD
                   ADD 1 TO WS-ADJUSTMENTS-APPLIED
                   ADD MF-AMOUNT TO WS-ADJUST-NET-AMOUNT
                   MOVE WS-POSTING-DATE TO WS-GL-WORK-DATE
                   MOVE PT-STATUS-CODE TO WS-GL-WORK-STATUS
                   MOVE MF-AMOUNT      TO WS-GL-WORK-AMOUNT
                   PERFORM 2450-ACCUMULATE-GL-AMOUNT
                   MOVE MF-AMOUNT      TO WS-BAL-WORK-AMOUNT
                   MOVE PT-ACCOUNT-ID  TO WS-BAL-ACCOUNT-ID
                   PERFORM 2420-UPDATE-BALANCE-MASTER
                   PERFORM 2510-ACKNOWLEDGE-POSTING
           END-EVALUATE.

      ******************************************************************
      * A reversal or adjustment belongs to the accounting period its
      * original posting went to.  If that period is still open it
      * posts there; if it has closed, the correction is redirected
      * to the open period or refused, as finance set at close.
      ******************************************************************
       2780-SET-CORRECTION-POSTING.
           IF PT-POSTING-DATE NUMERIC AND PT-POSTING-DATE > ZERO
               MOVE PT-POSTING-DATE TO WS-POSTING-DATE
           ELSE
               MOVE PT-TRANS-DATE   TO WS-POSTING-DATE
           END-IF
           PERFORM 2318-APPLY-PERIOD-CONTROL.

       2770-REJECT-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTMENTS-REJECTED
           MOVE "MYFILE"       TO WS-EXC-FILE-NAME
           MOVE SPACES         TO WS-EXC-SRC-STATUS
           MOVE MF-TRANS-ID    TO WS-EXC-TRANS-ID
           MOVE WS-EDIT-FAIL-REASON TO WS-EXC-REASON
           PERFORM 2900-WRITE-EXCEPTION-RECORD
           SET ACK-REJECTED TO TRUE
           MOVE WS-EDIT-FAIL-REASON TO WS-ACK-REASON
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

       2300-VALIDATE-AGAINST-REF-FILE.
           MOVE 'N' TO WS-RECORD-REJECTED
           MOVE MF-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ACCOUNT ID NOT FOUND IN REFERENCE FILE"
                       TO WS-EDIT-FAIL-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                               TO WS-EDIT-FAIL-REASON
                       WHEN RF-ACCOUNT-SUSPENDED
                           SET RECORD-PENDED TO TRUE
                       WHEN OTHER
                           PERFORM 2340-CHECK-CREDIT-LIMIT
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * An item that adds to the balance of an account with a credit
      * limit is held if the balance master, with this cycle's
      * postings so far, would go beyond the limit.  A zero limit is
      * no limit, and an item that reduces the balance is never held.
      * The account's REFFILE record must already have been read.
      ******************************************************************
       2340-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-CREDIT-HOLD
           IF MF-AMOUNT > ZERO
            AND RF-CREDIT-LIMIT NUMERIC
            AND RF-CREDIT-LIMIT > ZERO
               MOVE RF-ACCOUNT-ID TO BL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-CREDIT-BALANCE
                   NOT INVALID KEY
                       MOVE BL-CURRENT-BALANCE TO WS-CREDIT-BALANCE
               END-READ
               ADD MF-AMOUNT TO WS-CREDIT-BALANCE
               IF WS-CREDIT-BALANCE > RF-CREDIT-LIMIT
                   SET CREDIT-HELD TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Pend a detail against a suspended account.  On a restart, an
      * item this cycle has already pended is not written to the
      * pended file a second time.
      ******************************************************************
       2350-PEND-TRANSACTION.
           MOVE 'N' TO WS-HOLD-REPLAY-FLAG
           IF RESTART-MODE AND ACKWORK-FILE-OPENED
               MOVE MF-TRANS-ID TO AW-TRANS-ID
               READ ACKWORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AW-DISPOSITION = 'S'
                           SET HOLD-REPLAYED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT HOLD-REPLAYED
               MOVE MF-TRANS-ID        TO PD-TRANS-ID
               MOVE MF-ACCOUNT-ID      TO PD-ACCOUNT-ID
               MOVE MF-AMOUNT          TO PD-AMOUNT
               MOVE MF-TRANS-DATE      TO PD-TRANS-DATE
               MOVE MF-STATUS-CODE     TO PD-STATUS-CODE
               MOVE WS-CYCLE-RUN-STAMP TO PD-PEND-TIMESTAMP
               MOVE 'D'                TO PD-RECORD-TYPE
               MOVE 'S'                TO PD-HOLD-REASON
               WRITE PENDED-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Transaction pended, account suspended: "
                   MF-TRANS-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF
           ADD 1 TO WS-RECORDS-PENDED.

      ******************************************************************
      * Hold a detail or adjustment that would take its account over
      * the credit limit on the pended file for credit review, marked
      * so the pend release program re-checks the limit before
      * releasing it.  On a restart, an item this cycle has already
      * held is not written to the pended file a second time.
      ******************************************************************
       2355-HOLD-FOR-CREDIT-REVIEW.
           MOVE 'N' TO WS-HOLD-REPLAY-FLAG
           IF RESTART-MODE AND ACKWORK-FILE-OPENED
               MOVE MF-TRANS-ID TO AW-TRANS-ID
               READ ACKWORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AW-DISPOSITION = 'C'
                           SET HOLD-REPLAYED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT HOLD-REPLAYED
               MOVE MF-TRANS-ID        TO PD-TRANS-ID
               MOVE MF-ACCOUNT-ID      TO PD-ACCOUNT-ID
               MOVE MF-AMOUNT          TO PD-AMOUNT
               MOVE MF-TRANS-DATE      TO PD-TRANS-DATE
               MOVE MF-STATUS-CODE     TO PD-STATUS-CODE
               MOVE WS-CYCLE-RUN-STAMP TO PD-PEND-TIMESTAMP
               MOVE MF-RECORD-TYPE     TO PD-RECORD-TYPE
               MOVE 'C'                TO PD-HOLD-REASON
               WRITE PENDED-RECORD
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Transaction held for credit review: "
                   MF-TRANS-ID " account " MF-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF
           ADD 1 TO WS-RECORDS-CREDIT-HELD
           SET ACK-CREDIT-HELD TO TRUE
           MOVE "CR01 CREDIT LIMIT EXCEEDED - HELD FOR REVIEW"
               TO WS-ACK-REASON
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

      ******************************************************************
      * Park a future-dated detail in the warehouse until its date
      * arrives.  An earlier released or cancelled entry for the same
      * transaction ID is replaced.
      ******************************************************************
       2360-WAREHOUSE-TRANSACTION.
           MOVE MF-TRANS-ID TO WH-TRANS-ID
           READ WAREHOUSE-FILE
               INVALID KEY
                   PERFORM 2365-SET-WAREHOUSE-FIELDS
                   WRITE WAREHOUSE-RECORD
               NOT INVALID KEY
                   PERFORM 2365-SET-WAREHOUSE-FIELDS
                   REWRITE WAREHOUSE-RECORD
           END-READ
           ADD 1 TO WS-RECORDS-WAREHOUSED
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Transaction warehoused until " MF-TRANS-DATE ": "
               MF-TRANS-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD
           SET ACK-WAREHOUSED TO TRUE
           MOVE SPACES TO WS-ACK-REASON
           STRING "WAREHOUSED UNTIL " MF-TRANS-DATE
               DELIMITED BY SIZE INTO WS-ACK-REASON
           PERFORM 2500-RECORD-ACKNOWLEDGEMENT.

       2365-SET-WAREHOUSE-FIELDS.
           MOVE MF-TRANS-ID        TO WH-TRANS-ID
           MOVE MF-ACCOUNT-ID      TO WH-ACCOUNT-ID
           MOVE MF-AMOUNT          TO WH-AMOUNT
           MOVE MF-TRANS-DATE      TO WH-TRANS-DATE
           MOVE MF-STATUS-CODE     TO WH-STATUS-CODE
           SET WH-WAREHOUSED       TO TRUE
           MOVE WS-CYCLE-RUN-STAMP TO WH-WAREHOUSE-STAMP
           MOVE WS-BUSINESS-DATE   TO WH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER    TO WH-CYCLE-NUMBER
           MOVE SPACES             TO WH-RELEASE-STAMP
           MOVE SPACE              TO WH-RELEASE-DISPOSITION.

       2320-CHECK-PROCESSED-HISTORY.
           MOVE MF-TRANS-ID TO HT-TRANS-ID
           READ HISTORY-FILE
               INVALID KEY
                   IF NOT RELEASING-WAREHOUSE
                       PERFORM 2325-CHECK-WAREHOUSE
                   END-IF
               NOT INVALID KEY
                   IF RESTART-MODE
                    AND WS-PRIOR-RUN-STAMP NOT = SPACES
                       SET REPLAYED-RECORD TO TRUE
                   ELSE
                       SET RECORD-REJECTED TO TRUE
                       SET DUPLICATE-RECORD TO TRUE
                       ADD 1 TO WS-DUPLICATES-SCREENED
                       MOVE "DUPLICATE - TRANSACTION ALREADY PROCESSED"
                           TO WS-EDIT-FAIL-REASON
                   END-IF
           END-READ.

      ******************************************************************
      * A transaction still waiting in the warehouse is a duplicate if
      * it arrives again, unless this is a restart replaying the very
      * detail that parked it.  One released or cancelled may be sent
      * again.
      ******************************************************************
       2325-CHECK-WAREHOUSE.
           MOVE MF-TRANS-ID TO WH-TRANS-ID
           READ WAREHOUSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WH-WAREHOUSED
                       IF RESTART-MODE
                        AND WS-PRIOR-RUN-STAMP NOT = SPACES
                        AND WH-WAREHOUSE-STAMP = WS-PRIOR-RUN-STAMP
                           CONTINUE
                       ELSE
                           SET RECORD-REJECTED TO TRUE
                           SET DUPLICATE-RECORD TO TRUE
                           ADD 1 TO WS-DUPLICATES-SCREENED
                           MOVE
                           "DUPLICATE - TRANSACTION ALREADY WAREHOUSED"
                               TO WS-EDIT-FAIL-REASON
                       END-IF
                   END-IF
           END-READ.

       2310-VALIDATE-DETAIL-FIELDS.
           MOVE 'N' TO WS-RECORD-REJECTED
           PERFORM 2311-VALIDATE-TRANS-DATE
               IF NOT RECORD-REJECTED
                   PERFORM 2315-CHECK-DATE-WINDOW
               END-IF
               IF NOT RECORD-REJECTED
                   PERFORM 2317-CHECK-CLOSED-PERIOD
               END-IF
           END-IF.

       2314-CHECK-CALENDAR-DATE.
               END-IF
           END-IF.

      ******************************************************************
      * The accepted window runs the rule's number of days either side
      * of the run date.  A detail dated after the run date but inside
      * the window is not rejected: it is marked future-dated, to be
      * warehoused until its date arrives if it passes the remaining
      * edits.
      ******************************************************************
       2315-CHECK-DATE-WINDOW.
           COMPUTE WS-TRANS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(MF-TRANS-DATE)
           EVALUATE TRUE
               WHEN WS-TRANS-DATE-INT >
                    WS-RUN-DATE-INT + WS-DATE-WINDOW-DAYS
               WHEN WS-TRANS-DATE-INT <
                    WS-RUN-DATE-INT - WS-DATE-WINDOW-DAYS
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ED03 TRANSACTION DATE OUTSIDE ACCEPTED WINDOW"
                       TO WS-EDIT-FAIL-REASON
               WHEN WS-TRANS-DATE-INT > WS-RUN-DATE-INT
                   SET FUTURE-DATED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * A detail dated into a closed accounting period is either
      * redirected to post under the first day of the open period or
      * refused as ED10, whichever finance chose when the latest
      * period was closed.
      ******************************************************************
       2317-CHECK-CLOSED-PERIOD.
           MOVE MF-TRANS-DATE TO WS-POSTING-DATE
           PERFORM 2318-APPLY-PERIOD-CONTROL
           IF LATE-ITEM-REFUSED
               SET RECORD-REJECTED TO TRUE
               MOVE "ED10 TRANSACTION DATE IN CLOSED PERIOD"
                   TO WS-EDIT-FAIL-REASON
           END-IF.

       2318-APPLY-PERIOD-CONTROL.
           MOVE 'N' TO WS-LATE-ITEM-FLAG
           COMPUTE WS-ITEM-PERIOD = WS-POSTING-DATE / 100
           IF WS-ITEM-PERIOD NOT > WS-LATEST-CLOSED-PERIOD
               IF LATE-ITEMS-REFUSED
                   SET LATE-ITEM-REFUSED TO TRUE
               ELSE
                   SET LATE-ITEM-REDIRECTED TO TRUE
                   MOVE WS-OPEN-PERIOD-DATE TO WS-POSTING-DATE
               END-IF
           END-IF.

       2312-VALIDATE-AMOUNT.
           EVALUATE TRUE
               WHEN MF-AMOUNT NOT NUMERIC
                       TO WS-EDIT-FAIL-REASON
           END-EVALUATE.

      ******************************************************************
      * A status code is approved only while the STAT rule in force
      * for it is active; a code with no rule, or whose rule has been
      * withdrawn, is refused.
      ******************************************************************
       2313-VALIDATE-STATUS-CODE.
           MOVE MF-STATUS-CODE TO WS-EDIT-STATUS-CODE
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
                   TO RST-REVERSAL-NET-AMOUNT
               MOVE WS-ADJUST-NET-AMOUNT
                   TO RST-ADJUST-NET-AMOUNT
               MOVE WS-LATE-ITEMS-REDIRECTED
                   TO RST-LATE-REDIRECTED
               MOVE WS-RECORDS-WAREHOUSED  TO RST-RECORDS-WAREHOUSED
               MOVE WS-WAREHOUSE-RELEASED  TO RST-WAREHOUSE-RELEASED
               MOVE WS-RECORDS-CREDIT-HELD TO RST-RECORDS-CREDIT-HELD
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           ELSE
               PERFORM 2900-WRITE-EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      * Release every warehoused item whose date has arrived back
      * through the detail edits and into posting.  The released item
      * is presented through the MY-FILE record area, which is free
      * once the feed has been read to the end, under the warehouse
      * source code WH, and does not count toward any feed trailer.
      * A checkpoint is taken first, so a restart resumes at this
      * pass; items already released under this cycle's run stamp
      * are then put through again, where the history check
      * recognises a posting as a replay.
      ******************************************************************
       2800-RELEASE-WAREHOUSE.
           PERFORM 2260-WRITE-CHECKPOINT
           SET RELEASING-WAREHOUSE TO TRUE
           MOVE 'N' TO WS-WHSE-FILE-EOF
           MOVE LOW-VALUES TO WH-TRANS-ID
           START WAREHOUSE-FILE KEY IS GREATER THAN WH-TRANS-ID
               INVALID KEY SET WHSE-FILE-AT-END TO TRUE
           END-START
           IF NOT WHSE-FILE-AT-END
               PERFORM 2810-READ-WAREHOUSE-RECORD
           END-IF
           PERFORM UNTIL WHSE-FILE-AT-END OR ABORT-RUN
               IF (WH-WAREHOUSED
                   AND WH-TRANS-DATE NOT > WS-RUN-DATE-NUM)
                OR (WH-RELEASED
                   AND WH-RELEASE-STAMP = WS-CYCLE-RUN-STAMP)
                   PERFORM 2820-RELEASE-WAREHOUSED-ITEM
               END-IF
               PERFORM 2810-READ-WAREHOUSE-RECORD
           END-PERFORM
           MOVE 'N' TO WS-RELEASE-PHASE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Warehouse release complete, items released: "
               WS-WAREHOUSE-RELEASED
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

       2810-READ-WAREHOUSE-RECORD.
           READ WAREHOUSE-FILE NEXT RECORD
               AT END SET WHSE-FILE-AT-END TO TRUE
           END-READ.

       2820-RELEASE-WAREHOUSED-ITEM.
           MOVE SPACES          TO MY-FILE-RECORD
           MOVE WH-TRANS-ID     TO MF-TRANS-ID
           SET MF-DETAIL-RECORD TO TRUE
           MOVE WS-WAREHOUSE-SOURCE TO MF-SOURCE-CODE
           MOVE WH-ACCOUNT-ID   TO MF-ACCOUNT-ID
           MOVE WH-AMOUNT       TO MF-AMOUNT
           MOVE WH-TRANS-DATE   TO MF-TRANS-DATE
           MOVE WH-STATUS-CODE  TO MF-STATUS-CODE
           ADD 1 TO WS-WAREHOUSE-RELEASED
           PERFORM 2210-PROCESS-DETAIL
           SET WH-RELEASED TO TRUE
           MOVE WS-CYCLE-RUN-STAMP TO WH-RELEASE-STAMP
           MOVE WS-ACK-DISPOSITION TO WH-RELEASE-DISPOSITION
           REWRITE WAREHOUSE-RECORD.

      ******************************************************************
      * An exception raised on a feed item keeps the amount the item
      * arrived with, so a correction to it can be measured against
      * the original when it is recycled.
      ******************************************************************
       2900-WRITE-EXCEPTION-RECORD.
           IF EXC-FILE-OPENED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-EXC-TRANS-ID       TO EXC-TRANS-ID
               MOVE WS-EXC-REASON         TO EXC-REASON
               MOVE 'N'                   TO EXC-RECYCLE-FLAG
               IF WS-EXC-TRANS-ID NOT = SPACES
                AND WS-EXC-TRANS-ID = MF-TRANS-ID
                AND MF-AMOUNT NUMERIC
                   MOVE MF-AMOUNT         TO EXC-ORIGINAL-AMOUNT
               ELSE
                   MOVE SPACES            TO EXC-ORIGINAL-AMOUNT-X
               END-IF
               WRITE EXCEPTION-RECORD
           ELSE
               DISPLAY "Exception file unavailable - reason: "
           MOVE WS-DUPLICATES-SCREENED
               TO WS-RPT-DUPLICATES-SCREENED
           MOVE WS-RECORDS-PENDED     TO WS-RPT-RECORDS-PENDED
           MOVE WS-LATE-ITEMS-REDIRECTED
               TO WS-RPT-LATE-REDIRECTED
           MOVE WS-RECORDS-WAREHOUSED TO WS-RPT-RECORDS-WAREHOUSED
           MOVE WS-WAREHOUSE-RELEASED TO WS-RPT-WAREHOUSE-RELEASED
           MOVE WS-RECORDS-CREDIT-HELD
               TO WS-RPT-RECORDS-CREDIT-HELD
           MOVE WS-ADJUSTMENTS-APPLIED
               TO WS-RPT-ADJUSTMENTS-APPLIED
           MOVE WS-ADJUSTMENTS-REJECTED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "Late items redirected: " WS-RPT-LATE-REDIRECTED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "Records warehoused: " WS-RPT-RECORDS-WAREHOUSED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "Warehouse released: " WS-RPT-WAREHOUSE-RELEASED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "Records credit held:" WS-RPT-RECORDS-CREDIT-HELD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "Reversals applied:  " WS-RPT-REVERSALS-APPLIED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE

               IF NOT ABORT-RUN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Feed sources in cycle: " WS-SOURCE-COUNT
                       "   refused: " WS-SOURCES-REFUSED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
                   PERFORM VARYING SRC-IX FROM 1 BY 1
                           UNTIL SRC-IX > WS-SOURCE-COUNT
                       PERFORM 9110-WRITE-SOURCE-SUMMARY
                   END-PERFORM
               END-IF

               CLOSE REPORT-FILE
           ELSE
               DISPLAY "Error opening report file: "
               PERFORM 2900-WRITE-EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      * Per-source section of the summary report: the state each
      * source was taken into the cycle in, then its counts and the
      * net amount it put to the ledger.
      ******************************************************************
       9110-WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN SRC-HELD-OUT (SRC-IX)
                   STRING "Source " WS-SRC-CODE (SRC-IX)
                       "  REFUSED - " WS-SRC-REASON (SRC-IX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN SRC-RELEASE (SRC-IX)
                   STRING "Source " WS-SRC-CODE (SRC-IX)
                       "  WAREHOUSE RELEASE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   STRING "Source " WS-SRC-CODE (SRC-IX)
                       "  BALANCED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-READ (SRC-IX)     TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-EXPECTED (SRC-IX) TO WS-RPT-SRC-COUNT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Details read:     " WS-RPT-SRC-COUNT-1
               "   Trailer count:   " WS-RPT-SRC-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-POSTED (SRC-IX)   TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-REJECTED (SRC-IX) TO WS-RPT-SRC-COUNT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Posted:           " WS-RPT-SRC-COUNT-1
               "   Rejected:        " WS-RPT-SRC-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-PENDED (SRC-IX)      TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-CREDIT-HELD (SRC-IX) TO WS-RPT-SRC-COUNT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Pended:           " WS-RPT-SRC-COUNT-1
               "   Credit held:     " WS-RPT-SRC-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-WAREHOUSED (SRC-IX) TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-DUPLICATES (SRC-IX) TO WS-RPT-SRC-COUNT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Warehoused:       " WS-RPT-SRC-COUNT-1
               "   Duplicates:      " WS-RPT-SRC-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-REVERSALS (SRC-IX)   TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-ADJUSTMENTS (SRC-IX) TO WS-RPT-SRC-COUNT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Reversals:        " WS-RPT-SRC-COUNT-1
               "   Adjustments:     " WS-RPT-SRC-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SRC-CORR-REJECTED (SRC-IX) TO WS-RPT-SRC-COUNT-1
           MOVE WS-SRC-NET-AMOUNT (SRC-IX)    TO WS-RPT-SRC-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Corrections rej:  " WS-RPT-SRC-COUNT-1
               "   Net amount: " WS-RPT-SRC-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Break the cycle down by source from the acknowledgement work
      * file, which holds the final disposition of every item the
      * cycle took in, a restarted cycle included.  The warehouse
      * release pass appears as its own source, WH.  The net amount
      * of a source is what it put to the ledger: details posted and
      * adjustments applied, less reversals applied.
      ******************************************************************
       9150-TALLY-SOURCE-TOTALS.
           IF ACKWORK-FILE-OPENED
               MOVE 'N' TO WS-ACKWORK-FILE-EOF
               MOVE LOW-VALUES TO AW-TRANS-ID
               START ACKWORK-FILE KEY IS GREATER THAN AW-TRANS-ID
                   INVALID KEY SET ACKWORK-FILE-AT-END TO TRUE
               END-START
               PERFORM UNTIL ACKWORK-FILE-AT-END
                   PERFORM 9260-READ-ACK-WORK-RECORD
                   IF NOT ACKWORK-FILE-AT-END
                       PERFORM 9160-TALLY-ACK-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       9160-TALLY-ACK-ENTRY.
           MOVE AW-SOURCE-CODE TO WS-SOURCE-CODE
           IF WS-SOURCE-CODE = SPACES OR WS-SOURCE-CODE = LOW-VALUES
               MOVE WS-UPSTREAM-SOURCE TO WS-SOURCE-CODE
           END-IF
           PERFORM 1425-FIND-OR-ADD-SOURCE
           IF NOT SOURCE-FOUND
               DISPLAY "Feed source table full, not tallied: "
                   WS-SOURCE-CODE " " AW-TRANS-ID
           ELSE
               IF WS-SOURCE-CODE = WS-WAREHOUSE-SOURCE
                   SET SRC-RELEASE (SRC-IX) TO TRUE
               END-IF
               MOVE AW-DISPOSITION TO WS-ACK-DISPOSITION
               EVALUATE AW-FEED-RECORD-TYPE
                   WHEN 'R'
                       IF ACK-POSTED
                           ADD 1 TO WS-SRC-REVERSALS (SRC-IX)
                           SUBTRACT AW-AMOUNT
                               FROM WS-SRC-NET-AMOUNT (SRC-IX)
                       ELSE
                           ADD 1 TO WS-SRC-CORR-REJECTED (SRC-IX)
                       END-IF
                   WHEN 'A'
                       EVALUATE TRUE
                           WHEN ACK-POSTED
                               ADD 1 TO WS-SRC-ADJUSTMENTS (SRC-IX)
                               ADD AW-AMOUNT
                                   TO WS-SRC-NET-AMOUNT (SRC-IX)
                           WHEN ACK-CREDIT-HELD
                               ADD 1 TO WS-SRC-CREDIT-HELD (SRC-IX)
                           WHEN OTHER
                               ADD 1 TO WS-SRC-CORR-REJECTED (SRC-IX)
                       END-EVALUATE
                   WHEN OTHER
                       ADD 1 TO WS-SRC-READ (SRC-IX)
                       EVALUATE TRUE
                           WHEN ACK-POSTED
                               ADD 1 TO WS-SRC-POSTED (SRC-IX)
                               ADD AW-AMOUNT
                                   TO WS-SRC-NET-AMOUNT (SRC-IX)
                           WHEN ACK-PENDED
                               ADD 1 TO WS-SRC-PENDED (SRC-IX)
                           WHEN ACK-CREDIT-HELD
                               ADD 1 TO WS-SRC-CREDIT-HELD (SRC-IX)
                           WHEN ACK-WAREHOUSED
                               ADD 1 TO WS-SRC-WAREHOUSED (SRC-IX)
                           WHEN ACK-DUPLICATE
                               ADD 1 TO WS-SRC-REJECTED (SRC-IX)
                               ADD 1 TO WS-SRC-DUPLICATES (SRC-IX)
                           WHEN OTHER
                               ADD 1 TO WS-SRC-REJECTED (SRC-IX)
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       9200-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF WS-GL-FILE-STATUS = "00"
                       PERFORM 9210-WRITE-GL-DETAIL
                   END-IF
               END-PERFORM
               PERFORM VARYING SRC-IX FROM 1 BY 1
                       UNTIL SRC-IX > WS-SOURCE-COUNT
                   PERFORM 9240-WRITE-GL-SOURCE-CONTROL
               END-PERFORM
               PERFORM 9220-WRITE-GL-CONTROL
               CLOSE GL-FILE
               MOVE "GL interface extract written" TO WS-AUDIT-MESSAGE
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT
           WRITE GL-INTERFACE-RECORD.

      ******************************************************************
      * One source control record per feed source ahead of the batch
      * control record, carrying the source code, the net amount the
      * source put to the ledger and the count of its items posted or
      * applied.  The source nets foot to the batch net.
      ******************************************************************
       9240-WRITE-GL-SOURCE-CONTROL.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-SOURCE-CONTROL TO TRUE
           MOVE ZERO   TO GL-TRANS-DATE
           MOVE WS-SRC-CODE (SRC-IX) TO GL-STATUS-CODE
           IF WS-SRC-NET-AMOUNT (SRC-IX) < ZERO
               SET GL-CREDIT TO TRUE
               COMPUTE GL-AMOUNT = ZERO - WS-SRC-NET-AMOUNT (SRC-IX)
           ELSE
               SET GL-DEBIT TO TRUE
               MOVE WS-SRC-NET-AMOUNT (SRC-IX) TO GL-AMOUNT
           END-IF
           COMPUTE GL-RECORD-COUNT = WS-SRC-POSTED (SRC-IX)
               + WS-SRC-REVERSALS (SRC-IX) + WS-SRC-ADJUSTMENTS (SRC-IX)
           WRITE GL-INTERFACE-RECORD.

      ******************************************************************
      * Write the cycle's acknowledgement for the sending system: the
      * header echoing the cycle identity, one detail per entry on the
      * acknowledgement work file in transaction ID order, and the
      * trailer carrying the detail count and the cycle counts.  The
      * file is rewritten in full on every completed attempt, so a
      * restarted cycle returns one complete acknowledgement.
      ******************************************************************
       9250-WRITE-ACKNOWLEDGEMENT.
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               MOVE ZERO TO WS-ACK-DETAIL-COUNT
               MOVE SPACES TO ACK-RECORD
               SET AK-HEADER-RECORD TO TRUE
               MOVE WS-BUSINESS-DATE   TO AK-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER    TO AK-CYCLE-NUMBER
               MOVE WS-CYCLE-RUN-STAMP TO AK-RUN-START-STAMP
               WRITE ACK-RECORD
               MOVE 'N' TO WS-ACKWORK-FILE-EOF
               MOVE LOW-VALUES TO AW-TRANS-ID
               START ACKWORK-FILE KEY IS GREATER THAN AW-TRANS-ID
                   INVALID KEY SET ACKWORK-FILE-AT-END TO TRUE
               END-START
               PERFORM UNTIL ACKWORK-FILE-AT-END
                   PERFORM 9260-READ-ACK-WORK-RECORD
                   IF NOT ACKWORK-FILE-AT-END
                       PERFORM 9270-WRITE-ACK-DETAIL
                   END-IF
               END-PERFORM
               PERFORM 9280-WRITE-ACK-TRAILER
               CLOSE ACK-FILE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Acknowledgement written, details: "
                   WS-ACK-DETAIL-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "Error opening acknowledgement file: "
                   WS-ACK-FILE-STATUS
               MOVE "ACKFILE" TO WS-EXC-FILE-NAME
               MOVE WS-ACK-FILE-STATUS TO WS-EXC-SRC-STATUS
               MOVE SPACES TO WS-EXC-TRANS-ID
               MOVE "UNABLE TO OPEN ACKNOWLEDGEMENT FILE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       9260-READ-ACK-WORK-RECORD.
           READ ACKWORK-FILE NEXT RECORD
               AT END SET ACKWORK-FILE-AT-END TO TRUE
           END-READ.

       9270-WRITE-ACK-DETAIL.
           MOVE SPACES TO ACK-RECORD
           SET AK-DETAIL-RECORD TO TRUE
           MOVE AW-TRANS-ID         TO AK-TRANS-ID
           MOVE AW-FEED-RECORD-TYPE TO AK-FEED-RECORD-TYPE
           MOVE AW-ACCOUNT-ID       TO AK-ACCOUNT-ID
           MOVE AW-AMOUNT           TO AK-AMOUNT
           MOVE AW-DISPOSITION      TO AK-DISPOSITION
           MOVE AW-REASON-CODE      TO AK-REASON-CODE
           MOVE AW-REASON-TEXT      TO AK-REASON-TEXT
           MOVE AW-SOURCE-CODE      TO AK-SOURCE-CODE
           ADD 1 TO WS-ACK-DETAIL-COUNT
           WRITE ACK-RECORD.

       9280-WRITE-ACK-TRAILER.
           MOVE SPACES TO ACK-RECORD
           SET AK-TRAILER-RECORD TO TRUE
           MOVE WS-ACK-DETAIL-COUNT      TO AK-DETAIL-COUNT
           MOVE WS-RECORDS-READ          TO AK-RECORDS-READ
           MOVE WS-RECORDS-REJECTED      TO AK-RECORDS-REJECTED
           MOVE WS-RECORDS-POSTED        TO AK-RECORDS-POSTED
           MOVE WS-RECORDS-PENDED        TO AK-RECORDS-PENDED
           MOVE WS-LATE-ITEMS-REDIRECTED TO AK-LATE-REDIRECTED
           MOVE WS-REVERSALS-APPLIED     TO AK-REVERSALS-APPLD
           MOVE WS-REVERSALS-REJECTED    TO AK-REVERSALS-REJCT
           MOVE WS-ADJUSTMENTS-APPLIED   TO AK-ADJUST-APPLIED
           MOVE WS-ADJUSTMENTS-REJECTED  TO AK-ADJUST-REJECTED
           MOVE WS-DUPLICATES-SCREENED   TO AK-DUPLICATES
           MOVE WS-RECORDS-WAREHOUSED    TO AK-RECS-WAREHOUSED
           MOVE WS-WAREHOUSE-RELEASED    TO AK-WHSE-RELEASED
           MOVE WS-RECORDS-CREDIT-HELD   TO AK-RECS-CREDIT-HELD
           WRITE ACK-RECORD.

       9300-RECORD-CYCLE-COMPLETE.
           IF HEADER-FOUND AND NOT ABORT-RUN
               PERFORM 2615-SCAN-CYCLE-CONTROL
                   OPEN OUTPUT RUN-STATS-FILE
               END-IF
               IF WS-STATS-FILE-STATUS = "00"
                   MOVE SPACES                 TO RUN-STATS-RECORD
                   MOVE WS-BUSINESS-DATE       TO ST-BUSINESS-DATE
                   MOVE WS-CYCLE-NUMBER        TO ST-CYCLE-NUMBER
                   MOVE WS-CYCLE-RUN-STAMP     TO ST-RUN-START-STAMP
                       TO ST-REVERSAL-NET-AMOUNT
                   MOVE WS-ADJUST-NET-AMOUNT
                       TO ST-ADJUST-NET-AMOUNT
                   MOVE WS-SOURCE-COUNT        TO ST-SOURCE-COUNT
                   PERFORM VARYING SRC-IX FROM 1 BY 1
                           UNTIL SRC-IX > WS-SOURCE-COUNT
                       PERFORM 9360-SET-SOURCE-STATISTICS
                   END-PERFORM
                   WRITE RUN-STATS-RECORD
                   CLOSE RUN-STATS-FILE
                   MOVE "Run statistics recorded for cycle"
               END-IF
           END-IF.

       9360-SET-SOURCE-STATISTICS.
           SET ST-IX TO SRC-IX
           MOVE WS-SRC-CODE (SRC-IX)     TO ST-SRC-CODE (ST-IX)
           MOVE WS-SRC-STATE (SRC-IX)    TO ST-SRC-STATE (ST-IX)
           MOVE WS-SRC-EXPECTED (SRC-IX) TO ST-SRC-EXPECTED (ST-IX)
           MOVE WS-SRC-READ (SRC-IX)     TO ST-SRC-READ (ST-IX)
           MOVE WS-SRC-POSTED (SRC-IX)   TO ST-SRC-POSTED (ST-IX)
           MOVE WS-SRC-REJECTED (SRC-IX) TO ST-SRC-REJECTED (ST-IX)
           MOVE WS-SRC-PENDED (SRC-IX)   TO ST-SRC-PENDED (ST-IX)
           MOVE WS-SRC-CREDIT-HELD (SRC-IX)
               TO ST-SRC-CREDIT-HELD (ST-IX)
           MOVE WS-SRC-WAREHOUSED (SRC-IX)
               TO ST-SRC-WAREHOUSED (ST-IX)
           MOVE WS-SRC-DUPLICATES (SRC-IX)
               TO ST-SRC-DUPLICATES (ST-IX)
           MOVE WS-SRC-REVERSALS (SRC-IX)
               TO ST-SRC-REVERSALS (ST-IX)
           MOVE WS-SRC-ADJUSTMENTS (SRC-IX)
               TO ST-SRC-ADJUSTMENTS (ST-IX)
           MOVE WS-SRC-CORR-REJECTED (SRC-IX)
               TO ST-SRC-CORR-REJECTED (ST-IX)
           MOVE WS-SRC-NET-AMOUNT (SRC-IX)
               TO ST-SRC-NET-AMOUNT (ST-IX).

       9400-CLEAR-RESTART-CHECKPOINT.
           IF NOT ABORT-RUN AND RETURN-CODE NOT = 16
               OPEN OUTPUT RESTART-FILE

       9000-FINALIZE.
           IF NOT ABORT-RUN
               PERFORM 9150-TALLY-SOURCE-TOTALS
               PERFORM 9200-WRITE-GL-EXTRACT
               PERFORM 9250-WRITE-ACKNOWLEDGEMENT
           END-IF
           PERFORM 9300-RECORD-CYCLE-COMPLETE
           PERFORM 9400-CLEAR-RESTART-CHECKPOINT
           IF BAL-FILE-OPENED
               CLOSE BALANCE-FILE
           END-IF
           IF RULE-FILE-OPENED
               CLOSE RULE-FILE
           END-IF
           IF GLWORK-FILE-OPENED
               CLOSE GLWORK-FILE
           END-IF
           IF ACKWORK-FILE-OPENED
               CLOSE ACKWORK-FILE
           END-IF
           IF WHSE-FILE-OPENED
               CLOSE WAREHOUSE-FILE
           END-IF
           IF EXC-FILE-OPENED
               CLOSE EXCEPTION-FILE
           END-IF
