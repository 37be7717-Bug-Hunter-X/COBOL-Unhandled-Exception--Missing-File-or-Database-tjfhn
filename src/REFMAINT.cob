      * maintenance transactions to the exception file, logs every
      * applied change to the audit log, and prints a before/after
      * maintenance report so account setup is visible the day it
      * happens instead of when a feed starts rejecting.  The credit
      * limit is maintained here with the rest of the account: a
      * blank limit on a change keeps the limit already on file.
      * Every add, change and delete applied is also written to the
      * REFJRNL change journal with the account as it stood before
      * and after, so its standing on any past date can be rebuilt.
      * A change that would take an account out of closed (CL) or
      * suspended (SU) standing, or a delete of an account in that
      * standing, is not applied on one operator's say: it is parked
      * on the APPRQ approval queue under the ID of the operator who
      * keyed it and reported as held.  Each run first applies the
      * changes a second operator has approved (APPRMNT) since the
      * last run, journalled as coming from APPRQ, provided the
      * account still stands as it did when the change was held.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-ITEM-KEY
               FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       FD  REPORT-FILE.
           COPY RPTREC.

       FD  JOURNAL-FILE.
           COPY REFJREC.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-FILE-STATUS           PIC X(02).
       01  WS-REF-FILE-STATUS             PIC X(02).
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-JRNL-FILE-STATUS            PIC X(02).
       01  WS-MAINT-FILE-EOF              PIC X(01) VALUE 'N'.
           88  MAINT-FILE-AT-END          VALUE 'Y'.
       01  WS-REF-COUNT-EOF               PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-JRNL-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  JRNL-FILE-OPENED           VALUE 'Y'.
       01  WS-APPR-FILE-STATUS            PIC X(02).
       01  WS-APPR-FILE-OPENED            PIC X(01) VALUE 'N'.
           88  APPR-FILE-OPENED           VALUE 'Y'.
       01  WS-APPR-SCAN-EOF               PIC X(01) VALUE 'N'.
           88  APPR-SCAN-AT-END           VALUE 'Y'.
       01  WS-QUEUE-ITEM-FOUND            PIC X(01) VALUE 'N'.
           88  QUEUE-ITEM-FOUND           VALUE 'Y'.
       01  WS-APPLYING-APPROVED           PIC X(01) VALUE 'N'.
           88  APPLYING-APPROVED          VALUE 'Y'.
       01  WS-JRNL-SOURCE-FILE            PIC X(08) VALUE 'REFMTIN'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXC-REASON                  PIC X(50).
       01  WS-REF-BEFORE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-REF-AFTER-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REF-COUNT-WORK              PIC 9(09) VALUE ZERO.
       01  WS-JOURNAL-WRITTEN             PIC 9(09) VALUE ZERO.
       01  WS-MAINT-HELD                  PIC 9(09) VALUE ZERO.
       01  WS-APPROVED-APPLIED            PIC 9(09) VALUE ZERO.
       01  WS-APPROVED-FAILED             PIC 9(09) VALUE ZERO.
       01  WS-OLD-ACCOUNT-NAME            PIC X(30).
       01  WS-OLD-STATUS-CODE             PIC X(02).
       01  WS-OLD-CREDIT-LIMIT            PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-RPT-LIMIT                   PIC -(11)9.99.
       01  WS-RPT-OLD-LIMIT               PIC -(11)9.99.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.

               PERFORM 3100-COUNT-REF-RECORDS
               MOVE WS-REF-COUNT-WORK TO WS-REF-BEFORE-COUNT
               PERFORM 7100-WRITE-REPORT-HEADING
               PERFORM 2050-APPLY-APPROVED-CHANGES

               PERFORM 2100-READ-MAINT-RECORD
               PERFORM UNTIL MAINT-FILE-AT-END

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           PERFORM 1010-OPEN-EXCEPTION-FILE
           IF NOT ABORT-RUN
               PERFORM 1020-OPEN-AUDIT-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1050-OPEN-REPORT-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1060-OPEN-JOURNAL-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1070-OPEN-APPROVAL-FILE
           END-IF.

       1010-OPEN-EXCEPTION-FILE.
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The change journal is required: nothing is applied unless
      * every change can be journalled.
      ******************************************************************
       1060-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-FILE-STATUS = "00"
               SET JRNL-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening reference change journal: "
                   WS-JRNL-FILE-STATUS
               MOVE "Error opening reference change journal"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-JRNL-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1070-OPEN-APPROVAL-FILE.
           OPEN I-O APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF WS-APPR-FILE-STATUS = "00"
               SET APPR-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening approval queue: "
                   WS-APPR-FILE-STATUS
               MOVE "Error opening approval queue"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Apply every reference change approved since the last run.  The
      * approved values go through the same change or delete path as
      * the feed, refused if the account has gone or no longer has
      * the status it had when the change was held.  The queue
      * records the outcome either way.
      ******************************************************************
       2050-APPLY-APPROVED-CHANGES.
           MOVE 'N'          TO WS-APPR-SCAN-EOF
           SET AQ-REF-CHANGE TO TRUE
           MOVE LOW-VALUES   TO AQ-ITEM-ID
           MOVE LOW-VALUES   TO AQ-QUEUED-STAMP
           START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-KEY
               INVALID KEY SET APPR-SCAN-AT-END TO TRUE
           END-START
           PERFORM UNTIL APPR-SCAN-AT-END
               PERFORM 2055-READ-NEXT-REF-CHANGE
           END-PERFORM.

       2055-READ-NEXT-REF-CHANGE.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET APPR-SCAN-AT-END TO TRUE
           END-READ
           IF NOT APPR-SCAN-AT-END
               EVALUATE TRUE
                   WHEN NOT AQ-REF-CHANGE
                       SET APPR-SCAN-AT-END TO TRUE
                   WHEN AQ-APPROVED
                       PERFORM 2060-APPLY-APPROVED-CHANGE
               END-EVALUATE
           END-IF.

       2060-APPLY-APPROVED-CHANGE.
           MOVE SPACES               TO REF-MAINT-RECORD
           IF AQ-RM-DELETE
               SET RM-DELETE         TO TRUE
           ELSE
               SET RM-CHANGE         TO TRUE
           END-IF
           MOVE AQ-ITEM-ID           TO RM-ACCOUNT-ID
           MOVE AQ-RM-ACCOUNT-NAME   TO RM-ACCOUNT-NAME
           MOVE AQ-RM-STATUS-CODE    TO RM-STATUS-CODE
           MOVE AQ-RM-CREDIT-LIMIT-X TO RM-CREDIT-LIMIT-X
           MOVE AQ-ENTERED-BY        TO RM-ENTERED-BY
           MOVE 'N'                  TO WS-RECORD-REJECTED
           SET APPLYING-APPROVED     TO TRUE
           MOVE "APPRQ"              TO WS-JRNL-SOURCE-FILE
           IF RM-DELETE
               PERFORM 2500-APPLY-DELETE
           ELSE
               PERFORM 2400-APPLY-CHANGE
           END-IF
           IF RECORD-REJECTED
               ADD 1 TO WS-APPROVED-FAILED
               SET AQ-FAILED TO TRUE
               MOVE "APPRQ"       TO EXC-FILE-NAME
               MOVE SPACES        TO EXC-FILE-STATUS
               MOVE RM-ACCOUNT-ID TO EXC-TRANS-ID
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               MOVE SPACES TO WS-RPT-LINE
               STRING "FAIL " RM-ACCOUNT-ID " " WS-EXC-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Approved reference change failed: "
                   RM-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           ELSE
               ADD 1 TO WS-APPROVED-APPLIED
               SET AQ-COMPLETED TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING "                 keyed by " AQ-ENTERED-BY
                   " approved by " AQ-DECIDED-BY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Approved reference change applied: "
                   RM-ACCOUNT-ID " by " AQ-DECIDED-BY
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           END-IF
           MOVE WS-RUN-TIMESTAMP TO AQ-APPLIED-STAMP
           REWRITE APPROVAL-RECORD
           MOVE WS-APPR-FILE-STATUS TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE 'N'       TO WS-APPLYING-APPROVED
           MOVE "REFMTIN" TO WS-JRNL-SOURCE-FILE.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END SET MAINT-FILE-AT-END TO TRUE
               ADD 1 TO WS-MAINT-REJECTED
               MOVE "REFMTIN"     TO EXC-FILE-NAME
               MOVE SPACES        TO EXC-FILE-STATUS
               MOVE RM-ACCOUNT-ID TO EXC-TRANS-ID
               PERFORM 2900-WRITE-EXCEPTION-RECORD
           END-IF.

                   SET RECORD-REJECTED TO TRUE
                   MOVE "MAINTENANCE ACTION NOT A, C OR D"
                       TO WS-EXC-REASON
               WHEN RM-ACCOUNT-ID = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "MAINTENANCE ACCOUNT ID MISSING"
                       TO WS-EXC-REASON
               WHEN (RM-ADD OR RM-CHANGE)
                AND RM-ACCOUNT-NAME = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "STATUS CODE MISSING ON ADD OR CHANGE"
                       TO WS-EXC-REASON
               WHEN (RM-ADD OR RM-CHANGE)
                AND RM-CREDIT-LIMIT-X NOT = SPACES
                AND RM-CREDIT-LIMIT NOT NUMERIC
                   SET RECORD-REJECTED TO TRUE
                   MOVE "CREDIT LIMIT NOT NUMERIC"
                       TO WS-EXC-REASON
               WHEN (RM-ADD OR RM-CHANGE)
                AND RM-CREDIT-LIMIT-X NOT = SPACES
                AND RM-CREDIT-LIMIT < ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "CREDIT LIMIT MAY NOT BE NEGATIVE"
                       TO WS-EXC-REASON
           END-EVALUATE.

       2300-APPLY-ADD.
           MOVE RM-ACCOUNT-ID   TO RF-ACCOUNT-ID
           MOVE RM-ACCOUNT-NAME TO RF-ACCOUNT-NAME
           MOVE RM-STATUS-CODE  TO RF-STATUS-CODE
           IF RM-CREDIT-LIMIT-X = SPACES
               MOVE ZERO            TO RF-CREDIT-LIMIT
           ELSE
               MOVE RM-CREDIT-LIMIT TO RF-CREDIT-LIMIT
           END-IF
           WRITE REF-FILE-RECORD
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-APPLIED
                   MOVE SPACES TO REF-JOURNAL-RECORD
                   SET RJ-ACCOUNT-ADDED TO TRUE
                   SET RJ-BEFORE-NOT-ON-FILE TO TRUE
                   MOVE ZERO TO RJ-BEFORE-LIMIT
                   PERFORM 2620-MOVE-AFTER-IMAGE
                   PERFORM 2600-WRITE-JOURNAL-RECORD
                   PERFORM 7300-REPORT-ADD
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Reference account added: " RM-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE.

       2400-APPLY-CHANGE.
           MOVE RM-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "CHANGE REJECTED - ACCOUNT NOT ON FILE"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APPLYING-APPROVED
                        AND RF-STATUS-CODE NOT = AQ-OLD-STATUS-CODE
                           SET RECORD-REJECTED TO TRUE
                           MOVE "ACCOUNT STATUS CHANGED SINCE HELD"
                               TO WS-EXC-REASON
                       WHEN APPLYING-APPROVED
                           PERFORM 2410-REWRITE-CHANGED-ACCOUNT
                       WHEN (RF-ACCOUNT-CLOSED OR RF-ACCOUNT-SUSPENDED)
                        AND RM-STATUS-CODE NOT = RF-STATUS-CODE
                           PERFORM 2450-HOLD-STATUS-CHANGE
                       WHEN OTHER
                           PERFORM 2410-REWRITE-CHANGED-ACCOUNT
                   END-EVALUATE
           END-READ.

       2410-REWRITE-CHANGED-ACCOUNT.
           MOVE RF-ACCOUNT-NAME TO WS-OLD-ACCOUNT-NAME
           MOVE RF-STATUS-CODE  TO WS-OLD-STATUS-CODE
           IF RF-CREDIT-LIMIT NOT NUMERIC
               MOVE ZERO        TO RF-CREDIT-LIMIT
           END-IF
           MOVE RF-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
           MOVE RM-ACCOUNT-NAME TO RF-ACCOUNT-NAME
           MOVE RM-STATUS-CODE  TO RF-STATUS-CODE
           IF RM-CREDIT-LIMIT-X NOT = SPACES
               MOVE RM-CREDIT-LIMIT TO RF-CREDIT-LIMIT
           END-IF
           REWRITE REF-FILE-RECORD
           IF NOT APPLYING-APPROVED
               ADD 1 TO WS-MAINT-APPLIED
           END-IF
           MOVE SPACES TO REF-JOURNAL-RECORD
           SET RJ-ACCOUNT-CHANGED TO TRUE
           PERFORM 2610-MOVE-BEFORE-IMAGE
           PERFORM 2620-MOVE-AFTER-IMAGE
           PERFORM 2600-WRITE-JOURNAL-RECORD
           PERFORM 7400-REPORT-CHANGE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Reference account changed: " RM-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * Dual control: a change out of closed or suspended standing,
      * or a delete of an account in that standing, is held on the
      * approval queue instead of applied.  It must name the operator
      * who keyed it, and only one such change may wait for an
      * account at a time.
      ******************************************************************
       2450-HOLD-STATUS-CHANGE.
           IF RM-ENTERED-BY = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE "OPERATOR ID REQUIRED TO CHANGE A CL OR SU ACCOUNT"
                   TO WS-EXC-REASON
           ELSE
               PERFORM 2460-FIND-QUEUED-CHANGE
               IF QUEUE-ITEM-FOUND
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ACCOUNT CHANGE ALREADY AWAITING APPROVAL"
                       TO WS-EXC-REASON
               ELSE
                   PERFORM 2470-QUEUE-STATUS-CHANGE
               END-IF
           END-IF.

       2460-FIND-QUEUED-CHANGE.
           MOVE 'N'           TO WS-QUEUE-ITEM-FOUND
           MOVE 'N'           TO WS-APPR-SCAN-EOF
           SET AQ-REF-CHANGE  TO TRUE
           MOVE RM-ACCOUNT-ID TO AQ-ITEM-ID
           MOVE LOW-VALUES    TO AQ-QUEUED-STAMP
           START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-KEY
               INVALID KEY SET APPR-SCAN-AT-END TO TRUE
           END-START
           PERFORM UNTIL APPR-SCAN-AT-END OR QUEUE-ITEM-FOUND
               PERFORM 2465-READ-NEXT-QUEUE-ITEM
           END-PERFORM.

       2465-READ-NEXT-QUEUE-ITEM.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET APPR-SCAN-AT-END TO TRUE
           END-READ
           IF NOT APPR-SCAN-AT-END
               EVALUATE TRUE
                   WHEN NOT AQ-REF-CHANGE
                   WHEN AQ-ITEM-ID NOT = RM-ACCOUNT-ID
                       SET APPR-SCAN-AT-END TO TRUE
                   WHEN AQ-PENDING OR AQ-APPROVED
                       SET QUEUE-ITEM-FOUND TO TRUE
               END-EVALUATE
           END-IF.

       2470-QUEUE-STATUS-CHANGE.
           MOVE SPACES            TO APPROVAL-RECORD
           SET AQ-REF-CHANGE      TO TRUE
           MOVE RM-ACCOUNT-ID     TO AQ-ITEM-ID
           MOVE WS-RUN-TIMESTAMP  TO AQ-QUEUED-STAMP
           SET AQ-PENDING         TO TRUE
           SET AQ-STATUS-RELEASE  TO TRUE
           MOVE "REFMAINT"        TO AQ-SOURCE-PROGRAM
           MOVE RM-ENTERED-BY     TO AQ-ENTERED-BY
           MOVE RM-ACCOUNT-NAME   TO AQ-RM-ACCOUNT-NAME
           MOVE RM-STATUS-CODE    TO AQ-RM-STATUS-CODE
           MOVE RM-CREDIT-LIMIT-X TO AQ-RM-CREDIT-LIMIT-X
           MOVE RF-STATUS-CODE    TO AQ-OLD-STATUS-CODE
           MOVE RM-ACTION         TO AQ-RM-ACTION
           WRITE APPROVAL-RECORD
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "STATUS CHANGE COULD NOT BE QUEUED FOR APPROVAL"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-HELD
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   IF RM-DELETE
                       STRING "HELD " RM-ACCOUNT-ID " FOR APPROVAL "
                           RF-STATUS-CODE " DELETE"
                           " keyed by " RM-ENTERED-BY
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       STRING "Reference delete held for approval: "
                           RM-ACCOUNT-ID
                           DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   ELSE
                       STRING "HELD " RM-ACCOUNT-ID " FOR APPROVAL "
                           RF-STATUS-CODE " TO " RM-STATUS-CODE
                           " keyed by " RM-ENTERED-BY
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       STRING "Reference status change held for "
                           "approval: " RM-ACCOUNT-ID
                           DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   END-IF
                   PERFORM 7900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE.

       2500-APPLY-DELETE.
           MOVE RM-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "DELETE REJECTED - ACCOUNT NOT ON FILE"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APPLYING-APPROVED
                        AND RF-STATUS-CODE NOT = AQ-OLD-STATUS-CODE
                           SET RECORD-REJECTED TO TRUE
                           MOVE "ACCOUNT STATUS CHANGED SINCE HELD"
                               TO WS-EXC-REASON
                       WHEN APPLYING-APPROVED
                           PERFORM 2510-DELETE-ACCOUNT
                       WHEN RF-ACCOUNT-CLOSED OR RF-ACCOUNT-SUSPENDED
                           PERFORM 2450-HOLD-STATUS-CHANGE
                       WHEN OTHER
                           PERFORM 2510-DELETE-ACCOUNT
                   END-EVALUATE
           END-READ.

       2510-DELETE-ACCOUNT.
           MOVE RF-ACCOUNT-NAME TO WS-OLD-ACCOUNT-NAME
           MOVE RF-STATUS-CODE  TO WS-OLD-STATUS-CODE
           IF RF-CREDIT-LIMIT NOT NUMERIC
               MOVE ZERO        TO RF-CREDIT-LIMIT
           END-IF
           MOVE RF-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
           DELETE REF-FILE RECORD
           IF NOT APPLYING-APPROVED
               ADD 1 TO WS-MAINT-APPLIED
           END-IF
           MOVE SPACES TO REF-JOURNAL-RECORD
           SET RJ-ACCOUNT-DELETED TO TRUE
           PERFORM 2610-MOVE-BEFORE-IMAGE
           SET RJ-AFTER-NOT-ON-FILE TO TRUE
           MOVE ZERO TO RJ-AFTER-LIMIT
           PERFORM 2600-WRITE-JOURNAL-RECORD
           PERFORM 7500-REPORT-DELETE
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Reference account deleted: " RM-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

      ******************************************************************
      * Journal entries are stamped with the run timestamp, so every
      * change made by one run carries the same time.
      ******************************************************************
       2600-WRITE-JOURNAL-RECORD.
           MOVE RM-ACCOUNT-ID    TO RJ-ACCOUNT-ID
           MOVE WS-RUN-TIMESTAMP TO RJ-CHANGE-TIMESTAMP
           MOVE "REFMAINT"       TO RJ-SOURCE-PROGRAM
           MOVE WS-JRNL-SOURCE-FILE TO RJ-SOURCE-FILE
           WRITE REF-JOURNAL-RECORD
           IF WS-JRNL-FILE-STATUS = "00"
               ADD 1 TO WS-JOURNAL-WRITTEN
           ELSE
               DISPLAY "Error writing reference change journal: "
                   WS-JRNL-FILE-STATUS " " RM-ACCOUNT-ID
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "Change not journalled for account "
                   RM-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
               MOVE WS-JRNL-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       2610-MOVE-BEFORE-IMAGE.
           SET RJ-BEFORE-ON-FILE TO TRUE
           MOVE WS-OLD-ACCOUNT-NAME TO RJ-BEFORE-NAME
           MOVE WS-OLD-STATUS-CODE  TO RJ-BEFORE-STATUS
           MOVE WS-OLD-CREDIT-LIMIT TO RJ-BEFORE-LIMIT.

       2620-MOVE-AFTER-IMAGE.
           SET RJ-AFTER-ON-FILE TO TRUE
           MOVE RF-ACCOUNT-NAME TO RJ-AFTER-NAME
           MOVE RF-STATUS-CODE  TO RJ-AFTER-STATUS
           MOVE RF-CREDIT-LIMIT TO RJ-AFTER-LIMIT.

       3100-COUNT-REF-RECORDS.
           MOVE ZERO TO WS-REF-COUNT-WORK
           MOVE 'N'  TO WS-REF-COUNT-EOF
           MOVE LOW-VALUES TO RF-ACCOUNT-ID
           START REF-FILE KEY IS GREATER THAN RF-ACCOUNT-ID
               INVALID KEY SET REF-COUNT-AT-END TO TRUE
           END-START
           PERFORM UNTIL REF-COUNT-AT-END
           PERFORM 7900-WRITE-REPORT-LINE.

       7300-REPORT-ADD.
           MOVE RF-CREDIT-LIMIT TO WS-RPT-LIMIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ADD  " RM-ACCOUNT-ID " NOW " RM-ACCOUNT-NAME
               " " RM-STATUS-CODE " " WS-RPT-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7400-REPORT-CHANGE.
           MOVE WS-OLD-CREDIT-LIMIT TO WS-RPT-OLD-LIMIT
           MOVE RF-CREDIT-LIMIT     TO WS-RPT-LIMIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHG  " RM-ACCOUNT-ID " WAS " WS-OLD-ACCOUNT-NAME
               " " WS-OLD-STATUS-CODE " " WS-RPT-OLD-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "                NOW " RM-ACCOUNT-NAME
               " " RM-STATUS-CODE " " WS-RPT-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7500-REPORT-DELETE.
           MOVE WS-OLD-CREDIT-LIMIT TO WS-RPT-OLD-LIMIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEL  " RM-ACCOUNT-ID " WAS " WS-OLD-ACCOUNT-NAME
               " " WS-OLD-STATUS-CODE " " WS-RPT-OLD-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts on file after:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-JOURNAL-WRITTEN TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Changes journalled:           " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-MAINT-HELD TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Changes held for approval:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-APPROVED-APPLIED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved changes applied:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-APPROVED-FAILED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved changes failed:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
               MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
               MOVE WS-EXC-REASON        TO EXC-REASON
               MOVE 'N'                  TO EXC-RECYCLE-FLAG
               MOVE SPACES               TO EXC-ORIGINAL-AMOUNT-X
               WRITE EXCEPTION-RECORD
           ELSE
               DISPLAY "Exception file unavailable - reason: "
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF JRNL-FILE-OPENED
               CLOSE JOURNAL-FILE
           END-IF
           IF APPR-FILE-OPENED
               CLOSE APPROVAL-FILE
           END-IF
           IF EXC-FILE-OPENED
               CLOSE EXCEPTION-FILE
           END-IF
