       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULMAINT.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Batch maintenance program for the RULEFILE edit rule control
      * file.  Applies an add/change/delete transaction feed against
      * the RULE-RECORD layout, rejects malformed or conflicting
      * maintenance transactions to the exception file, logs every
      * applied change to the audit log, and prints a before/after
      * maintenance report followed by a listing of every rule on
      * file.  Rules are effective-dated and a rule that has already
      * taken effect is history the feed edits must be able to
      * explain, so nothing may be added, changed or deleted with an
      * effective date on or before the run date; a new limit is
      * brought in by adding a rule with a later effective date.  The
      * one exception is the first rule for a type and qualifier,
      * which may be backdated so a new rule file can be loaded.  A
      * run that applies any change takes the next rule version
      * number, stamps it on the rules it writes, and records it on
      * the version control record.  Besides the feed edit limits,
      * the file carries the fee and interest schedule the monthly
      * accrual run charges by account status: FEEA and INTR rules
      * must name the account status code they apply to.  The
      * dual-control thresholds, above which a correction waits for a
      * second operator's approval, are DCAM (an amount) and DCPC (a
      * percentage change); like DWIN and MAXA they take no qualifier.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "RULMTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RULE-KEY
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RULMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY RULMREC.

       FD  RULE-FILE.
           COPY RULEREC.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-FILE-STATUS           PIC X(02).
       01  WS-RULE-FILE-STATUS            PIC X(02).
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-MAINT-FILE-EOF              PIC X(01) VALUE 'N'.
           88  MAINT-FILE-AT-END          VALUE 'Y'.
       01  WS-RULE-SCAN-EOF               PIC X(01) VALUE 'N'.
           88  RULE-SCAN-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-EXC-FILE-OPENED             PIC X(01) VALUE 'N'.
           88  EXC-FILE-OPENED            VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXC-REASON                  PIC X(50).
       01  WS-RECORD-REJECTED             PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED            VALUE 'Y'.
       01  WS-PRIOR-RULE-FOUND            PIC X(01) VALUE 'N'.
           88  PRIOR-RULE-FOUND           VALUE 'Y'.
       01  WS-MAINT-READ                  PIC 9(09) VALUE ZERO.
       01  WS-MAINT-APPLIED               PIC 9(09) VALUE ZERO.
       01  WS-MAINT-REJECTED              PIC 9(09) VALUE ZERO.
       01  WS-RULE-BEFORE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-RULE-AFTER-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RULE-COUNT-WORK             PIC 9(09) VALUE ZERO.
       01  WS-LAST-VERSION                PIC 9(05) VALUE ZERO.
       01  WS-RUN-VERSION                 PIC 9(05) VALUE ZERO.
       01  WS-MAX-WINDOW-DAYS             PIC 9(03) VALUE 400.
       01  WS-MAX-INTEREST-RATE           PIC 9(02)V99 VALUE 99.99.
       01  WS-OLD-RULE-VALUE              PIC S9(9)V99 COMP-3.
       01  WS-OLD-RULE-STATE              PIC X(01).
       01  WS-OLD-RULE-VERSION            PIC 9(05).
       01  WS-EDIT-WORK-DATE.
           05  WS-EDIT-YEAR               PIC 9(04).
           05  WS-EDIT-MONTH              PIC 9(02).
           05  WS-EDIT-DAY                PIC 9(02).
       01  WS-EDIT-MONTH-DAYS             PIC 9(02) VALUE ZERO.
       01  WS-EDIT-LEAP-QUOT              PIC 9(04).
       01  WS-EDIT-LEAP-REM               PIC 9(04).
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-VALUE                   PIC -(9)9.99.
       01  WS-RPT-OLD-VALUE               PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE
           IF NOT ABORT-RUN
               PERFORM 3000-READ-VERSION-CONTROL
               PERFORM 3100-COUNT-RULE-RECORDS
               MOVE WS-RULE-COUNT-WORK TO WS-RULE-BEFORE-COUNT
               PERFORM 7100-WRITE-REPORT-HEADING

               PERFORM 2100-READ-MAINT-RECORD
               PERFORM UNTIL MAINT-FILE-AT-END
                   PERFORM 2200-PROCESS-MAINT-RECORD
                   PERFORM 2100-READ-MAINT-RECORD
               END-PERFORM

               IF WS-MAINT-APPLIED > ZERO
                   PERFORM 3900-SAVE-VERSION-CONTROL
               END-IF
               PERFORM 3100-COUNT-RULE-RECORDS
               MOVE WS-RULE-COUNT-WORK TO WS-RULE-AFTER-COUNT
               PERFORM 7200-WRITE-REPORT-TOTALS
               PERFORM 7600-LIST-RULES-ON-FILE

               MOVE "Edit rule maintenance pass complete"
                   TO WS-AUDIT-MESSAGE
               MOVE SPACES TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF

           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           PERFORM 1010-OPEN-EXCEPTION-FILE
           IF NOT ABORT-RUN
               PERFORM 1020-OPEN-AUDIT-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1030-OPEN-RULE-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1040-OPEN-MAINT-FILE
           END-IF
           IF NOT ABORT-RUN
               PERFORM 1050-OPEN-REPORT-FILE
           END-IF.

       1010-OPEN-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-EXC-FILE-STATUS = "00"
               SET EXC-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening exception file: "
                   WS-EXC-FILE-STATUS
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
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

       1030-OPEN-RULE-FILE.
           OPEN I-O RULE-FILE
           IF WS-RULE-FILE-STATUS = "35"
               OPEN OUTPUT RULE-FILE
               CLOSE RULE-FILE
               OPEN I-O RULE-FILE
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE "Error opening edit rule file for maintenance"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-RULE-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE SPACES TO EXC-TRANS-ID
               MOVE "RULEFILE" TO EXC-FILE-NAME
               MOVE WS-RULE-FILE-STATUS TO EXC-FILE-STATUS
               MOVE "UNABLE TO OPEN EDIT RULE FILE FOR MAINTENANCE"
                   TO WS-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1040-OPEN-MAINT-FILE.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               MOVE "Error opening rule maintenance feed"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-MAINT-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS = "00"
               SET REPORT-FILE-OPENED TO TRUE
           ELSE
               DISPLAY "Error opening rule maintenance report: "
                   WS-REPORT-FILE-STATUS
               SET ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END SET MAINT-FILE-AT-END TO TRUE
           END-READ.

       2200-PROCESS-MAINT-RECORD.
           ADD 1 TO WS-MAINT-READ
           PERFORM 2210-VALIDATE-MAINT-RECORD
           IF NOT RECORD-REJECTED
               PERFORM 2240-CHECK-EFFECTIVE-DATE
           END-IF
           IF NOT RECORD-REJECTED
               EVALUATE TRUE
                   WHEN RT-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN RT-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN RT-DELETE
                       PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF
           IF RECORD-REJECTED
               ADD 1 TO WS-MAINT-REJECTED
               MOVE "RULMTIN"     TO EXC-FILE-NAME
               MOVE SPACES        TO EXC-FILE-STATUS
               MOVE SPACES        TO EXC-TRANS-ID
               STRING RT-RULE-TYPE RT-RULE-QUALIFIER
                   DELIMITED BY SIZE INTO EXC-TRANS-ID
               PERFORM 2900-WRITE-EXCEPTION-RECORD
           END-IF.

       2210-VALIDATE-MAINT-RECORD.
           MOVE 'N' TO WS-RECORD-REJECTED
           EVALUATE TRUE
               WHEN NOT RT-ADD AND NOT RT-CHANGE AND NOT RT-DELETE
                   SET RECORD-REJECTED TO TRUE
                   MOVE "MAINTENANCE ACTION NOT A, C OR D"
                       TO WS-EXC-REASON
               WHEN NOT RT-DATE-WINDOW-RULE
                AND NOT RT-MAX-AMOUNT-RULE
                AND NOT RT-STATUS-CODE-RULE
                AND NOT RT-FEE-AMOUNT-RULE
                AND NOT RT-INTEREST-RATE-RULE
                AND NOT RT-DUAL-AMOUNT-RULE
                AND NOT RT-DUAL-PERCENT-RULE
                   SET RECORD-REJECTED TO TRUE
                   MOVE "RULE TYPE NOT RECOGNISED"
                       TO WS-EXC-REASON
               WHEN RT-STATUS-CODE-RULE
                AND RT-RULE-QUALIFIER = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "STATUS CODE MISSING ON STAT RULE"
                       TO WS-EXC-REASON
               WHEN (RT-FEE-AMOUNT-RULE OR RT-INTEREST-RATE-RULE)
                AND RT-RULE-QUALIFIER = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ACCOUNT STATUS MISSING ON FEEA OR INTR RULE"
                       TO WS-EXC-REASON
               WHEN (RT-DATE-WINDOW-RULE OR RT-MAX-AMOUNT-RULE)
                AND RT-RULE-QUALIFIER NOT = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "QUALIFIER NOT ALLOWED ON DWIN OR MAXA RULE"
                       TO WS-EXC-REASON
               WHEN (RT-DUAL-AMOUNT-RULE OR RT-DUAL-PERCENT-RULE)
                AND RT-RULE-QUALIFIER NOT = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE "QUALIFIER NOT ALLOWED ON DCAM OR DCPC RULE"
                       TO WS-EXC-REASON
               WHEN RT-EFFECTIVE-DATE NOT NUMERIC
                   SET RECORD-REJECTED TO TRUE
                   MOVE "RULE EFFECTIVE DATE NOT NUMERIC"
                       TO WS-EXC-REASON
           END-EVALUATE
           IF NOT RECORD-REJECTED
               MOVE RT-EFFECTIVE-DATE TO WS-EDIT-WORK-DATE
               PERFORM 2230-CHECK-CALENDAR-DATE
           END-IF
           IF NOT RECORD-REJECTED
            AND (RT-ADD OR RT-CHANGE)
               PERFORM 2220-VALIDATE-RULE-VALUE
           END-IF.

       2220-VALIDATE-RULE-VALUE.
           EVALUATE TRUE
               WHEN RT-RULE-VALUE NOT NUMERIC
                   SET RECORD-REJECTED TO TRUE
                   MOVE "RULE VALUE NOT NUMERIC"
                       TO WS-EXC-REASON
               WHEN RT-STATUS-CODE-RULE
                AND NOT RT-RULE-ACTIVE
                AND NOT RT-RULE-WITHDRAWN
                   SET RECORD-REJECTED TO TRUE
                   MOVE "STAT RULE STATE NOT A OR W"
                       TO WS-EXC-REASON
               WHEN RT-DATE-WINDOW-RULE
                AND (RT-RULE-VALUE < 1
                 OR  RT-RULE-VALUE > WS-MAX-WINDOW-DAYS)
                   SET RECORD-REJECTED TO TRUE
                   MOVE "DATE WINDOW MUST BE 1 TO 400 DAYS"
                       TO WS-EXC-REASON
               WHEN RT-MAX-AMOUNT-RULE
                AND RT-RULE-VALUE NOT > ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "AMOUNT CEILING MUST BE GREATER THAN ZERO"
                       TO WS-EXC-REASON
               WHEN RT-FEE-AMOUNT-RULE
                AND RT-RULE-VALUE < ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "FEE AMOUNT MAY NOT BE NEGATIVE"
                       TO WS-EXC-REASON
               WHEN RT-INTEREST-RATE-RULE
                AND (RT-RULE-VALUE < ZERO
                 OR  RT-RULE-VALUE > WS-MAX-INTEREST-RATE)
                   SET RECORD-REJECTED TO TRUE
                   MOVE "INTEREST RATE MUST BE 0 TO 99.99 PERCENT"
                       TO WS-EXC-REASON
               WHEN (RT-DUAL-AMOUNT-RULE OR RT-DUAL-PERCENT-RULE)
                AND RT-RULE-VALUE NOT > ZERO
                   SET RECORD-REJECTED TO TRUE
                   MOVE "DUAL-CONTROL LIMIT MUST BE GREATER THAN ZERO"
                       TO WS-EXC-REASON
           END-EVALUATE.

       2230-CHECK-CALENDAR-DATE.
           EVALUATE WS-EDIT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-EDIT-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-EDIT-MONTH-DAYS
               WHEN 02
                   PERFORM 2235-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-EDIT-MONTH-DAYS
           END-EVALUATE
           IF WS-EDIT-MONTH-DAYS = ZERO
            OR WS-EDIT-YEAR < 1900
            OR WS-EDIT-DAY < 1
            OR WS-EDIT-DAY > WS-EDIT-MONTH-DAYS
               SET RECORD-REJECTED TO TRUE
               MOVE "RULE EFFECTIVE DATE NOT A VALID CALENDAR DATE"
                   TO WS-EXC-REASON
           END-IF.

       2235-SET-FEBRUARY-DAYS.
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
      * A rule dated on or before the run date may already have been
      * used by a cycle, so it is never added, changed or deleted.  The
      * first rule for a type and qualifier is the exception: it has
      * no predecessor a cycle could have run under, so it may be
      * backdated to load a new rule file.
      ******************************************************************
       2240-CHECK-EFFECTIVE-DATE.
           IF RT-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
               IF RT-ADD
                   PERFORM 2250-FIND-PRIOR-RULE
                   IF PRIOR-RULE-FOUND
                       SET RECORD-REJECTED TO TRUE
                       MOVE "EFFECTIVE DATE NOT AFTER RUN DATE"
                           TO WS-EXC-REASON
                   END-IF
               ELSE
                   SET RECORD-REJECTED TO TRUE
                   MOVE "RULE ALREADY IN FORCE - ADD A NEW DATED RULE"
                       TO WS-EXC-REASON
               END-IF
           END-IF.

       2250-FIND-PRIOR-RULE.
           MOVE 'N' TO WS-PRIOR-RULE-FOUND
           MOVE 'N' TO WS-RULE-SCAN-EOF
           MOVE RT-RULE-TYPE      TO RL-RULE-TYPE
           MOVE RT-RULE-QUALIFIER TO RL-RULE-QUALIFIER
           MOVE ZERO              TO RL-EFFECTIVE-DATE
           START RULE-FILE KEY IS NOT LESS THAN RL-RULE-KEY
               INVALID KEY SET RULE-SCAN-AT-END TO TRUE
           END-START
           IF NOT RULE-SCAN-AT-END
               READ RULE-FILE NEXT RECORD
                   AT END SET RULE-SCAN-AT-END TO TRUE
               END-READ
           END-IF
           IF NOT RULE-SCAN-AT-END
            AND RL-RULE-TYPE = RT-RULE-TYPE
            AND RL-RULE-QUALIFIER = RT-RULE-QUALIFIER
               SET PRIOR-RULE-FOUND TO TRUE
           END-IF.

       2290-TAKE-RUN-VERSION.
           IF WS-RUN-VERSION = ZERO
               COMPUTE WS-RUN-VERSION = WS-LAST-VERSION + 1
           END-IF.

       2300-APPLY-ADD.
           PERFORM 2290-TAKE-RUN-VERSION
           MOVE RT-RULE-TYPE         TO RL-RULE-TYPE
           MOVE RT-RULE-QUALIFIER    TO RL-RULE-QUALIFIER
           MOVE RT-EFFECTIVE-DATE    TO RL-EFFECTIVE-DATE
           PERFORM 2310-MOVE-RULE-FIELDS
           WRITE RULE-RECORD
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "ADD REJECTED - RULE ALREADY ON FILE"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-MAINT-APPLIED
                   PERFORM 7300-REPORT-ADD
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Edit rule added: " RT-RULE-TYPE " "
                       RT-RULE-QUALIFIER " " RT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-WRITE.

       2310-MOVE-RULE-FIELDS.
           IF RT-STATUS-CODE-RULE
               MOVE ZERO             TO RL-RULE-VALUE
               MOVE RT-RULE-STATE    TO RL-RULE-STATE
           ELSE
               MOVE RT-RULE-VALUE    TO RL-RULE-VALUE
               SET RL-RULE-ACTIVE    TO TRUE
           END-IF
           MOVE WS-RUN-VERSION       TO RL-RULE-VERSION
           MOVE WS-RUN-TIMESTAMP     TO RL-MAINT-STAMP.

       2400-APPLY-CHANGE.
           MOVE RT-RULE-TYPE      TO RL-RULE-TYPE
           MOVE RT-RULE-QUALIFIER TO RL-RULE-QUALIFIER
           MOVE RT-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           READ RULE-FILE
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "CHANGE REJECTED - RULE NOT ON FILE"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   PERFORM 2290-TAKE-RUN-VERSION
                   MOVE RL-RULE-VALUE   TO WS-OLD-RULE-VALUE
                   MOVE RL-RULE-STATE   TO WS-OLD-RULE-STATE
                   MOVE RL-RULE-VERSION TO WS-OLD-RULE-VERSION
                   PERFORM 2310-MOVE-RULE-FIELDS
                   REWRITE RULE-RECORD
                   ADD 1 TO WS-MAINT-APPLIED
                   PERFORM 7400-REPORT-CHANGE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Edit rule changed: " RT-RULE-TYPE " "
                       RT-RULE-QUALIFIER " " RT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-READ.

       2500-APPLY-DELETE.
           MOVE RT-RULE-TYPE      TO RL-RULE-TYPE
           MOVE RT-RULE-QUALIFIER TO RL-RULE-QUALIFIER
           MOVE RT-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           READ RULE-FILE
               INVALID KEY
                   SET RECORD-REJECTED TO TRUE
                   MOVE "DELETE REJECTED - RULE NOT ON FILE"
                       TO WS-EXC-REASON
               NOT INVALID KEY
                   PERFORM 2290-TAKE-RUN-VERSION
                   MOVE RL-RULE-VALUE   TO WS-OLD-RULE-VALUE
                   MOVE RL-RULE-STATE   TO WS-OLD-RULE-STATE
                   MOVE RL-RULE-VERSION TO WS-OLD-RULE-VERSION
                   DELETE RULE-FILE RECORD
                   ADD 1 TO WS-MAINT-APPLIED
                   PERFORM 7500-REPORT-DELETE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Edit rule deleted: " RT-RULE-TYPE " "
                       RT-RULE-QUALIFIER " " RT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-READ.

       3000-READ-VERSION-CONTROL.
           MOVE "VERS" TO RL-RULE-TYPE
           MOVE SPACES TO RL-RULE-QUALIFIER
           MOVE ZERO   TO RL-EFFECTIVE-DATE
           READ RULE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LAST-VERSION
               NOT INVALID KEY
                   MOVE RL-RULE-VERSION TO WS-LAST-VERSION
           END-READ.

       3100-COUNT-RULE-RECORDS.
           MOVE ZERO TO WS-RULE-COUNT-WORK
           MOVE 'N'  TO WS-RULE-SCAN-EOF
           MOVE LOW-VALUES TO RL-RULE-KEY
           START RULE-FILE KEY IS GREATER THAN RL-RULE-KEY
               INVALID KEY SET RULE-SCAN-AT-END TO TRUE
           END-START
           PERFORM UNTIL RULE-SCAN-AT-END
               PERFORM 3110-READ-NEXT-RULE-RECORD
           END-PERFORM.

       3110-READ-NEXT-RULE-RECORD.
           READ RULE-FILE NEXT RECORD
               AT END SET RULE-SCAN-AT-END TO TRUE
               NOT AT END
                   IF NOT RL-VERSION-CONTROL
                       ADD 1 TO WS-RULE-COUNT-WORK
                   END-IF
           END-READ.

       3900-SAVE-VERSION-CONTROL.
           MOVE "VERS" TO RL-RULE-TYPE
           MOVE SPACES TO RL-RULE-QUALIFIER
           MOVE ZERO   TO RL-EFFECTIVE-DATE
           READ RULE-FILE
               INVALID KEY
                   MOVE ZERO                 TO RL-RULE-VALUE
                   SET RL-RULE-ACTIVE        TO TRUE
                   MOVE WS-RUN-VERSION       TO RL-RULE-VERSION
                   MOVE WS-RUN-TIMESTAMP     TO RL-MAINT-STAMP
                   WRITE RULE-RECORD
               NOT INVALID KEY
                   MOVE WS-RUN-VERSION       TO RL-RULE-VERSION
                   MOVE WS-RUN-TIMESTAMP     TO RL-MAINT-STAMP
                   REWRITE RULE-RECORD
           END-READ
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "Edit rule version issued: " WS-RUN-VERSION
               DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
           MOVE SPACES TO WS-AUD-STATUS
           PERFORM 8000-WRITE-AUDIT-RECORD.

       7100-WRITE-REPORT-HEADING.
           MOVE "RULEFILE EDIT RULE MAINTENANCE REPORT" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Rule version before run: " WS-LAST-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-RULE-BEFORE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Rules on file before: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7300-REPORT-ADD.
           MOVE RL-RULE-VALUE TO WS-RPT-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ADD  " RT-RULE-TYPE " " RT-RULE-QUALIFIER " "
               RT-EFFECTIVE-DATE " NOW " WS-RPT-VALUE " "
               RL-RULE-STATE " V" RL-RULE-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7400-REPORT-CHANGE.
           MOVE WS-OLD-RULE-VALUE TO WS-RPT-OLD-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHG  " RT-RULE-TYPE " " RT-RULE-QUALIFIER " "
               RT-EFFECTIVE-DATE " WAS " WS-RPT-OLD-VALUE " "
               WS-OLD-RULE-STATE " V" WS-OLD-RULE-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE RL-RULE-VALUE TO WS-RPT-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "                      NOW " WS-RPT-VALUE " "
               RL-RULE-STATE " V" RL-RULE-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7500-REPORT-DELETE.
           MOVE WS-OLD-RULE-VALUE TO WS-RPT-OLD-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEL  " RT-RULE-TYPE " " RT-RULE-QUALIFIER " "
               RT-EFFECTIVE-DATE " WAS " WS-RPT-OLD-VALUE " "
               WS-OLD-RULE-STATE " V" WS-OLD-RULE-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-MAINT-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Maintenance records read:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-MAINT-APPLIED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Maintenance records applied:  " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-MAINT-REJECTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Maintenance records rejected: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-RULE-AFTER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Rules on file after:          " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           IF WS-MAINT-APPLIED > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "Rule version after run:       " WS-RUN-VERSION
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * Full listing of the rule file in key order, so each type and
      * qualifier reads as its effective-dated history.
      ******************************************************************
       7600-LIST-RULES-ON-FILE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE "RULES ON FILE" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE "TYPE QL EFFECTIVE         VALUE S VERSION"
               TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE 'N'  TO WS-RULE-SCAN-EOF
           MOVE LOW-VALUES TO RL-RULE-KEY
           START RULE-FILE KEY IS GREATER THAN RL-RULE-KEY
               INVALID KEY SET RULE-SCAN-AT-END TO TRUE
           END-START
           PERFORM UNTIL RULE-SCAN-AT-END
               READ RULE-FILE NEXT RECORD
                   AT END SET RULE-SCAN-AT-END TO TRUE
                   NOT AT END
                       IF NOT RL-VERSION-CONTROL
                           PERFORM 7610-WRITE-RULE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       7610-WRITE-RULE-LINE.
           MOVE RL-RULE-VALUE TO WS-RPT-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING RL-RULE-TYPE " " RL-RULE-QUALIFIER " "
               RL-EFFECTIVE-DATE " " WS-RPT-VALUE " "
               RL-RULE-STATE " " RL-RULE-VERSION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           IF REPORT-FILE-OPENED
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

       2900-WRITE-EXCEPTION-RECORD.
           IF EXC-FILE-OPENED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
               MOVE WS-EXC-REASON        TO EXC-REASON
               MOVE 'N'                  TO EXC-RECYCLE-FLAG
               MOVE SPACES               TO EXC-ORIGINAL-AMOUNT-X
               WRITE EXCEPTION-RECORD
           ELSE
               DISPLAY "Exception file unavailable - reason: "
                   WS-EXC-REASON
           END-IF.

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
           IF WS-RULE-FILE-STATUS = "00" OR "10" OR "23"
               CLOSE RULE-FILE
           END-IF
           IF WS-MAINT-FILE-STATUS = "00" OR "10"
               CLOSE MAINT-FILE
           END-IF
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF
           IF EXC-FILE-OPENED
               CLOSE EXCEPTION-FILE
           END-IF
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
