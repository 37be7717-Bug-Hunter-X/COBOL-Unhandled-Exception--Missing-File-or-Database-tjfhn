       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEMNT.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Warehouse listing and cancellation for WHSEFILE, the warehouse
      * of future-dated transactions the daily driver parks until
      * their transaction date arrives.  Two modes, selected by the
      * PARM value:
      *   - LIST (the default with no PARM): every item still waiting
      *     in the warehouse is listed to WHSERPT in transaction ID
      *     order with its account, amount, release date and the
      *     cycle it was parked from; items due for release by the
      *     next cycle are flagged DUE.  The listing closes with the
      *     count and net amount still warehoused and the counts
      *     already released and cancelled;
      *   - CANCEL <transaction ID>: the named item is cancelled so
      *     no cycle will release it.  Only an item still waiting can
      *     be cancelled; an unknown, released or already cancelled
      *     item is refused with return code 16.  The cancellation is
      *     written to the audit log and to WHSERPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-TRANS-ID
               FILE STATUS IS WS-WHSE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WHSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-WHSE-FILE-STATUS            PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-WHSE-FILE-EOF               PIC X(01) VALUE 'N'.
           88  WHSE-FILE-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-WHSE-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  WHSE-FILE-OPENED           VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM                    PIC X(30) VALUE SPACES.
       01  WS-PARM-MODE                   PIC X(08) VALUE SPACES.
           88  LIST-MODE                  VALUE 'LIST'.
           88  CANCEL-MODE                VALUE 'CANCEL'.
       01  WS-PARM-TRANS-ID               PIC X(10) VALUE SPACES.
       01  WS-ITEMS-WAITING               PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-DUE                   PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-RELEASED              PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-CANCELLED             PIC 9(09) VALUE ZERO.
       01  WS-WAITING-AMOUNT              PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT                  PIC -(9)9.99.
       01  WS-RPT-TOTAL                   PIC -(12)9.99.
       01  WS-RPT-DUE-FLAG                PIC X(03).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               IF CANCEL-MODE
                   PERFORM 3000-CANCEL-WAREHOUSED-ITEM
               ELSE
                   PERFORM 2000-LIST-WAREHOUSE
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           PERFORM 1020-OPEN-AUDIT-FILE
           IF NOT ABORT-RUN
               PERFORM 1100-EDIT-RUN-PARM
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1200-OPEN-WAREHOUSE-FILE
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS = "00"
                   SET REPORT-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening warehouse report: "
                       WS-REPORT-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
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

       1100-EDIT-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-TRANS-ID
           END-UNSTRING
           IF WS-PARM-MODE = SPACES
               SET LIST-MODE TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN LIST-MODE
                   CONTINUE
               WHEN CANCEL-MODE AND WS-PARM-TRANS-ID = SPACES
                   DISPLAY "CANCEL requires a transaction ID"
                   SET ABORT-RUN TO TRUE
               WHEN CANCEL-MODE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Run mode must be LIST or CANCEL: "
                       WS-PARM-MODE
                   SET ABORT-RUN TO TRUE
           END-EVALUATE
           IF ABORT-RUN
               MOVE "Warehouse maintenance PARM invalid, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-OPEN-WAREHOUSE-FILE.
           IF CANCEL-MODE
               OPEN I-O WAREHOUSE-FILE
           ELSE
               OPEN INPUT WAREHOUSE-FILE
           END-IF
           EVALUATE WS-WHSE-FILE-STATUS
               WHEN "00"
                   SET WHSE-FILE-OPENED TO TRUE
               WHEN "35"
                   SET WHSE-FILE-AT-END TO TRUE
               WHEN OTHER
                   DISPLAY "Error opening warehouse file: "
                       WS-WHSE-FILE-STATUS
                   MOVE "Error opening transaction warehouse file"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-WHSE-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       2000-LIST-WAREHOUSE.
           PERFORM 2100-WRITE-REPORT-HEADING
           IF WHSE-FILE-OPENED
               MOVE LOW-VALUES TO WH-TRANS-ID
               START WAREHOUSE-FILE KEY IS GREATER THAN WH-TRANS-ID
                   INVALID KEY SET WHSE-FILE-AT-END TO TRUE
               END-START
               IF NOT WHSE-FILE-AT-END
                   PERFORM 2200-READ-WAREHOUSE-RECORD
               END-IF
           END-IF
           PERFORM UNTIL WHSE-FILE-AT-END
               PERFORM 2300-LIST-WAREHOUSE-RECORD
               PERFORM 2200-READ-WAREHOUSE-RECORD
           END-PERFORM
           PERFORM 2400-WRITE-REPORT-TOTALS
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Warehouse listed, items waiting: " WS-ITEMS-WAITING
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

       2100-WRITE-REPORT-HEADING.
           MOVE "TRANSACTION WAREHOUSE LISTING" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRANS-ID   ACCOUNT           AMOUNT  RELEASE  ST"
               "  PARKED FROM"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       2200-READ-WAREHOUSE-RECORD.
           READ WAREHOUSE-FILE NEXT RECORD
               AT END SET WHSE-FILE-AT-END TO TRUE
           END-READ.

       2300-LIST-WAREHOUSE-RECORD.
           EVALUATE TRUE
               WHEN WH-RELEASED
                   ADD 1 TO WS-ITEMS-RELEASED
               WHEN WH-CANCELLED
                   ADD 1 TO WS-ITEMS-CANCELLED
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-WAITING
                   ADD WH-AMOUNT TO WS-WAITING-AMOUNT
                   IF WH-TRANS-DATE NOT > WS-RUN-DATE-NUM
                       ADD 1 TO WS-ITEMS-DUE
                       MOVE "DUE" TO WS-RPT-DUE-FLAG
                   ELSE
                       MOVE SPACES TO WS-RPT-DUE-FLAG
                   END-IF
                   MOVE WH-AMOUNT TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WH-TRANS-ID " " WH-ACCOUNT-ID " "
                       WS-RPT-AMOUNT " " WH-TRANS-DATE " "
                       WH-STATUS-CODE "  " WH-BUSINESS-DATE
                       " cycle " WH-CYCLE-NUMBER " " WS-RPT-DUE-FLAG
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 7900-WRITE-REPORT-LINE
           END-EVALUATE.

       2400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-WAITING TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items warehoused:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-WAITING-AMOUNT TO WS-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "Net amount warehoused: " WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-DUE TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Due for next cycle:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-RELEASED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items released:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-CANCELLED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items cancelled:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

      ******************************************************************
      * Cancel one item still waiting in the warehouse.  The release
      * stamp records when it was cancelled.
      ******************************************************************
       3000-CANCEL-WAREHOUSED-ITEM.
           MOVE "TRANSACTION WAREHOUSE CANCELLATION" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           IF NOT WHSE-FILE-OPENED
               MOVE "Cancel refused, no warehouse file on disk"
                   TO WS-RPT-LINE
               PERFORM 3900-REFUSE-CANCEL
           ELSE
               MOVE WS-PARM-TRANS-ID TO WH-TRANS-ID
               READ WAREHOUSE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "Cancel refused, not in warehouse: "
                           WS-PARM-TRANS-ID
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM 3900-REFUSE-CANCEL
                   NOT INVALID KEY
                       PERFORM 3100-APPLY-CANCEL
               END-READ
           END-IF.

       3100-APPLY-CANCEL.
           EVALUATE TRUE
               WHEN WH-RELEASED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Cancel refused, already released: "
                       WS-PARM-TRANS-ID " by run " WH-RELEASE-STAMP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 3900-REFUSE-CANCEL
               WHEN WH-CANCELLED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Cancel refused, already cancelled: "
                       WS-PARM-TRANS-ID
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 3900-REFUSE-CANCEL
               WHEN OTHER
                   SET WH-CANCELLED TO TRUE
                   MOVE WS-RUN-TIMESTAMP TO WH-RELEASE-STAMP
                   MOVE SPACE TO WH-RELEASE-DISPOSITION
                   REWRITE WAREHOUSE-RECORD
                   MOVE WH-AMOUNT TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Cancelled: " WH-TRANS-ID " account "
                       WH-ACCOUNT-ID " amount " WS-RPT-AMOUNT
                       " date " WH-TRANS-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 7900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Warehoused transaction cancelled: "
                       WH-TRANS-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE WS-WHSE-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   DISPLAY "Warehoused transaction cancelled: "
                       WH-TRANS-ID
           END-EVALUATE.

       3900-REFUSE-CANCEL.
           PERFORM 7900-WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Warehouse cancel refused: " WS-PARM-TRANS-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE 16 TO RETURN-CODE.

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
           IF WHSE-FILE-OPENED
               CLOSE WAREHOUSE-FILE
           END-IF
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
