       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Dual-control approval run for APPRQ, the queue of corrections
      * and reference changes held back because one operator may not
      * put them through alone.  Three modes, selected by the PARM
      * value:
      *   - LIST (the default with no PARM): the pending-approvals
      *     report.  Every item still waiting for a decision, and
      *     every approved item not yet applied, is listed to APPRRPT
      *     in queue order with the operator who keyed it, when it was
      *     queued and how many days it has waited, why it was held
      *     and what it would change.  The listing closes with the
      *     counts in each state;
      *   - APPROVE <operator> <C|R> <ID>: the pending correction
      *     (C, by transaction ID) or reference change (R, by account
      *     ID) is approved by the named operator.  The approved item
      *     is applied by the next run of the program that held it:
      *     the exception recycle resubmits a correction, the
      *     reference maintenance applies a reference change;
      *   - DECLINE <operator> <C|R> <ID>: the pending item is
      *     declined and will never be applied.  A declined correction
      *     leaves its exception open for a fresh correction.
      * An approval or decline is refused with return code 16 if no
      * item of that type and ID is waiting for a decision, or if the
      * deciding operator is the operator who keyed the item.  The
      * decision, the operator who made it and when are kept on the
      * queue item and written to the audit log and to APPRRPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-ITEM-KEY
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-APPR-FILE-STATUS            PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-APPR-FILE-EOF               PIC X(01) VALUE 'N'.
           88  APPR-FILE-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-APPR-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  APPR-FILE-OPENED           VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-PENDING-FOUND               PIC X(01) VALUE 'N'.
           88  PENDING-FOUND              VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT                PIC S9(09) COMP VALUE ZERO.
       01  WS-QUEUED-DATE-NUM             PIC 9(08) VALUE ZERO.
       01  WS-ITEM-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM                    PIC X(40) VALUE SPACES.
       01  WS-PARM-MODE                   PIC X(08) VALUE SPACES.
           88  LIST-MODE                  VALUE 'LIST'.
           88  APPROVE-MODE               VALUE 'APPROVE'.
           88  DECLINE-MODE               VALUE 'DECLINE'.
       01  WS-PARM-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-PARM-ITEM-TYPE              PIC X(01) VALUE SPACES.
           88  PARM-CORRECTION            VALUE 'C'.
           88  PARM-REF-CHANGE            VALUE 'R'.
       01  WS-PARM-ITEM-ID                PIC X(10) VALUE SPACES.
       01  WS-ITEMS-PENDING               PIC 9(09) VALUE ZERO.
       01  WS-CORRECTIONS-PENDING         PIC 9(09) VALUE ZERO.
       01  WS-REF-CHANGES-PENDING         PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-APPROVED              PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-DECLINED              PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-COMPLETED             PIC 9(09) VALUE ZERO.
       01  WS-ITEMS-FAILED                PIC 9(09) VALUE ZERO.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-AGE                     PIC ZZZ9.
       01  WS-RPT-AMOUNT                  PIC -(9)9.99.
       01  WS-RPT-ORIG-AMOUNT             PIC -(9)9.99.
       01  WS-RPT-ORIG-TEXT               PIC X(13).
       01  WS-RPT-LIMIT-TEXT              PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               IF LIST-MODE
                   PERFORM 2000-LIST-APPROVAL-QUEUE
               ELSE
                   PERFORM 3000-RECORD-DECISION
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1020-OPEN-AUDIT-FILE
           IF NOT ABORT-RUN
               PERFORM 1100-EDIT-RUN-PARM
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1200-OPEN-APPROVAL-FILE
           END-IF
           IF NOT ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS = "00"
                   SET REPORT-FILE-OPENED TO TRUE
               ELSE
                   DISPLAY "Error opening approvals report: "
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
               INTO WS-PARM-MODE WS-PARM-OPERATOR
                    WS-PARM-ITEM-TYPE WS-PARM-ITEM-ID
           END-UNSTRING
           IF WS-PARM-MODE = SPACES
               SET LIST-MODE TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN LIST-MODE
                   CONTINUE
               WHEN NOT APPROVE-MODE AND NOT DECLINE-MODE
                   DISPLAY "Run mode must be LIST, APPROVE or DECLINE: "
                       WS-PARM-MODE
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-OPERATOR = SPACES
                   DISPLAY "APPROVE and DECLINE require an operator ID"
                   SET ABORT-RUN TO TRUE
               WHEN NOT PARM-CORRECTION AND NOT PARM-REF-CHANGE
                   DISPLAY "Item type must be C (correction) or "
                       "R (reference change): " WS-PARM-ITEM-TYPE
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-ITEM-ID = SPACES
                   DISPLAY "APPROVE and DECLINE require an item ID"
                   SET ABORT-RUN TO TRUE
           END-EVALUATE
           IF ABORT-RUN
               MOVE "Approval run PARM invalid, run refused"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-OPEN-APPROVAL-FILE.
           IF LIST-MODE
               OPEN INPUT APPROVAL-FILE
           ELSE
               OPEN I-O APPROVAL-FILE
           END-IF
           EVALUATE WS-APPR-FILE-STATUS
               WHEN "00"
                   SET APPR-FILE-OPENED TO TRUE
               WHEN "35"
                   SET APPR-FILE-AT-END TO TRUE
               WHEN OTHER
                   DISPLAY "Error opening approval queue: "
                       WS-APPR-FILE-STATUS
                   MOVE "Error opening approval queue"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * Pending-approvals report.  Items waiting for a decision and
      * approved items not yet applied are listed; items already
      * declined, applied or failed are only counted.
      ******************************************************************
       2000-LIST-APPROVAL-QUEUE.
           MOVE "DUAL-CONTROL PENDING APPROVALS" TO WS-RPT-LINE
           PERFORM 2100-WRITE-REPORT-HEADING
           IF APPR-FILE-OPENED
               MOVE LOW-VALUES TO AQ-ITEM-KEY
               START APPROVAL-FILE KEY IS GREATER THAN AQ-ITEM-KEY
                   INVALID KEY SET APPR-FILE-AT-END TO TRUE
               END-START
               IF NOT APPR-FILE-AT-END
                   PERFORM 2200-READ-APPROVAL-RECORD
               END-IF
           END-IF
           PERFORM UNTIL APPR-FILE-AT-END
               PERFORM 2300-LIST-APPROVAL-RECORD
               PERFORM 2200-READ-APPROVAL-RECORD
           END-PERFORM
           PERFORM 2400-WRITE-REPORT-TOTALS
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Approval queue listed, items pending: "
               WS-ITEMS-PENDING
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

       2100-WRITE-REPORT-HEADING.
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "T ITEM-ID    ST HOLD KEYED-BY QUEUED    AGE"
               "  DECIDED-BY"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       2200-READ-APPROVAL-RECORD.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET APPR-FILE-AT-END TO TRUE
           END-READ.

       2300-LIST-APPROVAL-RECORD.
           EVALUATE TRUE
               WHEN AQ-DECLINED
                   ADD 1 TO WS-ITEMS-DECLINED
               WHEN AQ-COMPLETED
                   ADD 1 TO WS-ITEMS-COMPLETED
               WHEN AQ-FAILED
                   ADD 1 TO WS-ITEMS-FAILED
               WHEN AQ-APPROVED
                   ADD 1 TO WS-ITEMS-APPROVED
                   PERFORM 2310-WRITE-ITEM-LINES
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-PENDING
                   IF AQ-CORRECTION
                       ADD 1 TO WS-CORRECTIONS-PENDING
                   ELSE
                       ADD 1 TO WS-REF-CHANGES-PENDING
                   END-IF
                   PERFORM 2310-WRITE-ITEM-LINES
           END-EVALUATE.

      ******************************************************************
      * Two lines per item: who keyed it, when and why it was held,
      * then what it would change.  The age is in whole days from the
      * day the item was queued to the run date.
      ******************************************************************
       2310-WRITE-ITEM-LINES.
           MOVE ZERO TO WS-ITEM-AGE-DAYS
           IF AQ-QUEUED-STAMP(1:8) NUMERIC
               MOVE AQ-QUEUED-STAMP(1:8) TO WS-QUEUED-DATE-NUM
               COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE-NUM)
           END-IF
           MOVE WS-ITEM-AGE-DAYS TO WS-RPT-AGE
           MOVE SPACES TO WS-RPT-LINE
           STRING AQ-ITEM-TYPE " " AQ-ITEM-ID " " AQ-ITEM-STATE "  "
               AQ-HOLD-REASON " " AQ-ENTERED-BY " "
               AQ-QUEUED-STAMP(1:8) " " WS-RPT-AGE "  " AQ-DECIDED-BY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF AQ-CORRECTION
               MOVE AQ-CORR-AMOUNT TO WS-RPT-AMOUNT
               IF AQ-ORIG-AMOUNT-KNOWN
                   MOVE AQ-ORIG-AMOUNT     TO WS-RPT-ORIG-AMOUNT
                   MOVE WS-RPT-ORIG-AMOUNT TO WS-RPT-ORIG-TEXT
               ELSE
                   MOVE "      unknown"    TO WS-RPT-ORIG-TEXT
               END-IF
               STRING "    acct " AQ-CORR-ACCOUNT-ID " amt "
                   WS-RPT-AMOUNT " was " WS-RPT-ORIG-TEXT
                   " dt " AQ-CORR-TRANS-DATE " st " AQ-CORR-STATUS-CODE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF AQ-RM-CREDIT-LIMIT-X = SPACES
                   MOVE "unchanged" TO WS-RPT-LIMIT-TEXT
               ELSE
                   MOVE AQ-RM-CREDIT-LIMIT-X TO WS-RPT-LIMIT-TEXT
               END-IF
               IF AQ-RM-DELETE
                   STRING "    status " AQ-OLD-STATUS-CODE
                       " account to be deleted"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "    status " AQ-OLD-STATUS-CODE " to "
                       AQ-RM-STATUS-CODE " " AQ-RM-ACCOUNT-NAME
                       " limit " WS-RPT-LIMIT-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE.

       2400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-PENDING TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items awaiting decision: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-CORRECTIONS-PENDING TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Corrections:           " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-REF-CHANGES-PENDING TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Reference changes:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-APPROVED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved, not yet applied:" WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-COMPLETED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved and applied:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-FAILED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved, could not apply:" WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-DECLINED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Items declined:          " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

      ******************************************************************
      * Approve or decline one pending item.  The deciding operator
      * must not be the operator who keyed it.
      ******************************************************************
       3000-RECORD-DECISION.
           MOVE "DUAL-CONTROL APPROVAL DECISION" TO WS-RPT-LINE
           PERFORM 2100-WRITE-REPORT-HEADING
           EVALUATE TRUE
               WHEN NOT APPR-FILE-OPENED
                   MOVE "Decision refused, no approval queue on disk"
                       TO WS-RPT-LINE
                   PERFORM 3900-REFUSE-DECISION
               WHEN OTHER
                   PERFORM 3100-FIND-PENDING-ITEM
                   EVALUATE TRUE
                       WHEN NOT PENDING-FOUND
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "Decision refused, nothing pending "
                               "for: " WS-PARM-ITEM-TYPE " "
                               WS-PARM-ITEM-ID
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM 3900-REFUSE-DECISION
                       WHEN AQ-ENTERED-BY = WS-PARM-OPERATOR
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "Decision refused, " WS-PARM-OPERATOR
                               " keyed the item and may not decide it"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM 3900-REFUSE-DECISION
                       WHEN OTHER
                           PERFORM 3200-APPLY-DECISION
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
      * Only one item per type and ID can be waiting at a time, so the
      * first pending item found for the key is the one to decide.
      ******************************************************************
       3100-FIND-PENDING-ITEM.
           MOVE 'N'               TO WS-PENDING-FOUND
           MOVE WS-PARM-ITEM-TYPE TO AQ-ITEM-TYPE
           MOVE WS-PARM-ITEM-ID   TO AQ-ITEM-ID
           MOVE LOW-VALUES        TO AQ-QUEUED-STAMP
           START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-KEY
               INVALID KEY SET APPR-FILE-AT-END TO TRUE
           END-START
           PERFORM UNTIL APPR-FILE-AT-END OR PENDING-FOUND
               PERFORM 3110-READ-NEXT-ITEM
           END-PERFORM.

       3110-READ-NEXT-ITEM.
           PERFORM 2200-READ-APPROVAL-RECORD
           IF NOT APPR-FILE-AT-END
               EVALUATE TRUE
                   WHEN AQ-ITEM-TYPE NOT = WS-PARM-ITEM-TYPE
                   WHEN AQ-ITEM-ID NOT = WS-PARM-ITEM-ID
                       SET APPR-FILE-AT-END TO TRUE
                   WHEN AQ-PENDING
                       SET PENDING-FOUND TO TRUE
               END-EVALUATE
           END-IF.

       3200-APPLY-DECISION.
           IF APPROVE-MODE
               SET AQ-APPROVED TO TRUE
           ELSE
               SET AQ-DECLINED TO TRUE
           END-IF
           MOVE WS-PARM-OPERATOR TO AQ-DECIDED-BY
           MOVE WS-RUN-TIMESTAMP TO AQ-DECIDED-STAMP
           REWRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Decision refused, queue not updated: "
                       WS-APPR-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 3900-REFUSE-DECISION
               NOT INVALID KEY
                   PERFORM 2310-WRITE-ITEM-LINES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-PARM-MODE " recorded by " WS-PARM-OPERATOR
                       " at " WS-RUN-TIMESTAMP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 7900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Queue item " AQ-ITEM-TYPE " " AQ-ITEM-ID " "
                       WS-PARM-MODE(1:7) " by " WS-PARM-OPERATOR
                       " keyed " AQ-ENTERED-BY
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   DISPLAY "Dual-control " WS-PARM-MODE " recorded: "
                       AQ-ITEM-TYPE " " AQ-ITEM-ID " by "
                       WS-PARM-OPERATOR
           END-REWRITE.

       3900-REFUSE-DECISION.
           PERFORM 7900-WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Dual-control decision refused: " WS-PARM-ITEM-TYPE
               " " WS-PARM-ITEM-ID " by " WS-PARM-OPERATOR
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
           IF APPR-FILE-OPENED
               CLOSE APPROVAL-FILE
           END-IF
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
