      *     records actually loaded.  The result is written to the
      *     audit log, and a missing control record or a count
      *     mismatch ends the run with return code 16.
      * A reload of REFFILE is a change to the reference master like
      * any other, so before the master is rebuilt the backup is
      * compared, account by account, with the master it replaces;
      * every account the reload adds, changes or removes is
      * journalled to the REFJRNL change journal with its before and
      * after images once the rebuild has run.  If the old master
      * cannot be read, every account reloaded is journalled with its
      * before image marked unknown.
      * The backups carry amounts with a leading separate sign so
      * the copies stay printable.
      ******************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-ACCOUNT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT POSTBKP-FILE ASSIGN TO "POSTBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALBKP-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JRNLWORK-FILE ASSIGN TO "REFJWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWORK-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
               88  BP-CONTROL-RECORD      VALUE 'C'.
           05  BP-DATA-FIELDS.
               10  BP-TRANS-ID            PIC X(10).
               10  BP-ACCOUNT-ID          PIC X(10).
               10  BP-AMOUNT              PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
               10  BP-TRANS-DATE          PIC 9(08).
               10  BP-POST-TIMESTAMP      PIC X(21).
               10  BP-POST-STATUS         PIC X(01).
               10  BP-LAST-ADJUST-STAMP   PIC X(21).
               10  BP-POSTING-DATE        PIC 9(08).
               10  BP-LATE-AMOUNT         PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
               10  BP-LATE-POSTING-DATE   PIC 9(08).
           05  BP-CONTROL-FIELDS REDEFINES BP-DATA-FIELDS.
               10  BP-RECORD-COUNT        PIC 9(09).
               10  BP-UNLOAD-TIMESTAMP    PIC X(21).
               10  FILLER                 PIC X(83).

       FD  HISTBKP-FILE.
       01  HISTBKP-RECORD.
               88  BR-DATA-RECORD         VALUE 'D'.
               88  BR-CONTROL-RECORD      VALUE 'C'.
           05  BR-DATA-FIELDS.
               10  BR-ACCOUNT-ID          PIC X(10).
               10  BR-ACCOUNT-NAME        PIC X(30).
               10  BR-STATUS-CODE         PIC X(02).
               10  BR-CREDIT-LIMIT        PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
           05  BR-CONTROL-FIELDS REDEFINES BR-DATA-FIELDS.
               10  BR-RECORD-COUNT        PIC 9(09).
               10  BR-UNLOAD-TIMESTAMP    PIC X(21).
               10  FILLER                 PIC X(26).

       FD  BALBKP-FILE.
       01  BALBKP-RECORD.
               88  BB-DATA-RECORD         VALUE 'D'.
               88  BB-CONTROL-RECORD      VALUE 'C'.
           05  BB-DATA-FIELDS.
               10  BB-ACCOUNT-ID          PIC X(10).
               10  BB-CURRENT-BALANCE     PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
               10  BB-TRANS-COUNT         PIC 9(09).
               10  BB-UNLOAD-TIMESTAMP    PIC X(21).
               10  FILLER                 PIC X(11).

       FD  JOURNAL-FILE.
           COPY REFJREC.

       FD  JRNLWORK-FILE.
       01  JRNLWORK-RECORD                PIC X(142).

       FD  AUDIT-FILE.
           COPY AUDITREC.

       01  WS-HISTBKP-FILE-STATUS         PIC X(02).
       01  WS-REFBKP-FILE-STATUS          PIC X(02).
       01  WS-BALBKP-FILE-STATUS          PIC X(02).
       01  WS-JRNL-FILE-STATUS            PIC X(02).
       01  WS-JWORK-FILE-STATUS           PIC X(02).
       01  WS-AUDIT-FILE-STATUS           PIC X(02).
       01  WS-MASTER-FILE-EOF             PIC X(01) VALUE 'N'.
           88  MASTER-FILE-AT-END         VALUE 'Y'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-AUDIT-FILE-OPENED           PIC X(01) VALUE 'N'.
           88  AUDIT-FILE-OPENED          VALUE 'Y'.
       01  WS-JWORK-FILE-EOF              PIC X(01) VALUE 'N'.
           88  JWORK-FILE-AT-END          VALUE 'Y'.
       01  WS-REF-FILE-REBUILT            PIC X(01) VALUE 'N'.
           88  REF-FILE-REBUILT           VALUE 'Y'.
       01  WS-OLD-REF-STATE               PIC X(01) VALUE 'Y'.
           88  OLD-REF-READ               VALUE 'Y'.
           88  OLD-REF-NOT-ON-DISK        VALUE 'N'.
           88  OLD-REF-UNREADABLE         VALUE 'U'.
       01  WS-OLD-CREDIT-LIMIT            PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-NEW-CREDIT-LIMIT            PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-JOURNAL-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-TIMESTAMP               PIC X(21).
       01  WS-AUDIT-MESSAGE               PIC X(60).
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUN-PARM                    PIC X(20) VALUE SPACES.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-TIMESTAMP
           PERFORM 1020-OPEN-AUDIT-FILE
           IF NOT ABORT-RUN
               PERFORM 1100-EDIT-RUN-PARM
           MOVE SPACES TO POSTBKP-RECORD
           SET BP-DATA-RECORD TO TRUE
           MOVE PT-TRANS-ID          TO BP-TRANS-ID
           MOVE PT-ACCOUNT-ID        TO BP-ACCOUNT-ID
           MOVE PT-AMOUNT            TO BP-AMOUNT
           MOVE PT-TRANS-DATE        TO BP-TRANS-DATE
           MOVE PT-STATUS-CODE       TO BP-STATUS-CODE
           MOVE PT-POST-TIMESTAMP    TO BP-POST-TIMESTAMP
           MOVE PT-POST-STATUS       TO BP-POST-STATUS
           MOVE PT-LAST-ADJUST-STAMP TO BP-LAST-ADJUST-STAMP
           MOVE PT-POSTING-DATE      TO BP-POSTING-DATE
           MOVE PT-LATE-AMOUNT       TO BP-LATE-AMOUNT
           MOVE PT-LATE-POSTING-DATE TO BP-LATE-POSTING-DATE
           WRITE POSTBKP-RECORD.

       3300-UNLOAD-HISTORY-FILE.
           ADD 1 TO WS-UNLOAD-COUNT
           MOVE SPACES TO REFBKP-RECORD
           SET BR-DATA-RECORD TO TRUE
           MOVE RF-ACCOUNT-ID   TO BR-ACCOUNT-ID
           MOVE RF-ACCOUNT-NAME TO BR-ACCOUNT-NAME
           MOVE RF-STATUS-CODE  TO BR-STATUS-CODE
           IF RF-CREDIT-LIMIT NUMERIC
               MOVE RF-CREDIT-LIMIT TO BR-CREDIT-LIMIT
           ELSE
               MOVE ZERO            TO BR-CREDIT-LIMIT
           END-IF
           WRITE REFBKP-RECORD.

       3700-UNLOAD-BALANCE-FILE.
           ADD 1 TO WS-UNLOAD-COUNT
           MOVE SPACES TO BALBKP-RECORD
           SET BB-DATA-RECORD TO TRUE
           MOVE BL-ACCOUNT-ID         TO BB-ACCOUNT-ID
           MOVE BL-CURRENT-BALANCE    TO BB-CURRENT-BALANCE
           MOVE BL-TRANS-COUNT        TO BB-TRANS-COUNT
           MOVE BL-LAST-ACTIVITY-DATE TO BB-LAST-ACTIVITY-DATE
               WHEN "HISTFILE"
                   PERFORM 5300-RELOAD-HISTORY-FILE
               WHEN "REFFILE"
                   PERFORM 5400-JOURNAL-REF-DIFFERENCES
                   IF NOT ABORT-RUN
                       PERFORM 5500-RELOAD-REF-FILE
                   END-IF
                   IF REF-FILE-REBUILT
                       PERFORM 5600-POST-REF-JOURNAL
                   END-IF
               WHEN "BALFILE"
                   PERFORM 5700-RELOAD-BALANCE-FILE
           END-EVALUATE
                   MOVE BP-RECORD-COUNT TO WS-EXPECTED-COUNT
               WHEN BP-DATA-RECORD
                   MOVE BP-TRANS-ID          TO PT-TRANS-ID
                   MOVE BP-ACCOUNT-ID        TO PT-ACCOUNT-ID
                   MOVE BP-AMOUNT            TO PT-AMOUNT
                   MOVE BP-TRANS-DATE        TO PT-TRANS-DATE
                   MOVE BP-STATUS-CODE       TO PT-STATUS-CODE
                   MOVE BP-POST-TIMESTAMP    TO PT-POST-TIMESTAMP
                   MOVE BP-POST-STATUS       TO PT-POST-STATUS
                   MOVE BP-LAST-ADJUST-STAMP TO PT-LAST-ADJUST-STAMP
                   PERFORM 5130-SET-POSTING-FIELDS
                   WRITE POSTED-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       BP-RECORD-TYPE
           END-EVALUATE.

      ******************************************************************
      * A backup taken before the posted master carried a posting
      * date has those positions blank; such a record posted under
      * its transaction date and has no late corrections.
      ******************************************************************
       5130-SET-POSTING-FIELDS.
           IF BP-POSTING-DATE NUMERIC
               MOVE BP-POSTING-DATE      TO PT-POSTING-DATE
           ELSE
               MOVE BP-TRANS-DATE        TO PT-POSTING-DATE
           END-IF
           IF BP-LATE-AMOUNT NUMERIC
            AND BP-LATE-POSTING-DATE NUMERIC
               MOVE BP-LATE-AMOUNT       TO PT-LATE-AMOUNT
               MOVE BP-LATE-POSTING-DATE TO PT-LATE-POSTING-DATE
           ELSE
               MOVE ZERO                 TO PT-LATE-AMOUNT
               MOVE ZERO                 TO PT-LATE-POSTING-DATE
           END-IF.

       5300-RELOAD-HISTORY-FILE.
           OPEN INPUT HISTBKP-FILE
           IF WS-HISTBKP-FILE-STATUS NOT = "00"
                       BH-RECORD-TYPE
           END-EVALUATE.

      ******************************************************************
      * Match the backup against the master it is about to replace,
      * both in account order, and stage a journal entry on REFJWORK
      * for every account the reload will add, change or remove.  A
      * backup that cannot be opened is left for the reload itself to
      * report.
      ******************************************************************
       5400-JOURNAL-REF-DIFFERENCES.
           OPEN INPUT REFBKP-FILE
           IF WS-REFBKP-FILE-STATUS = "00"
               OPEN OUTPUT JRNLWORK-FILE
               IF WS-JWORK-FILE-STATUS NOT = "00"
                   MOVE "Journal work file unavailable, reload refused"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-JWORK-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   DISPLAY "Error opening journal work file: "
                       WS-JWORK-FILE-STATUS
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 5410-OPEN-OLD-REF-FILE
                   PERFORM 5430-READ-BACKUP-DATA
                   PERFORM UNTIL MASTER-FILE-AT-END
                           AND BACKUP-FILE-AT-END
                       PERFORM 5440-MATCH-REF-RECORDS
                   END-PERFORM
                   IF OLD-REF-READ
                       CLOSE REF-FILE
                   END-IF
                   CLOSE JRNLWORK-FILE
               END-IF
               CLOSE REFBKP-FILE
           END-IF
           MOVE 'N' TO WS-MASTER-FILE-EOF
           MOVE 'N' TO WS-BACKUP-FILE-EOF.

       5410-OPEN-OLD-REF-FILE.
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-FILE-STATUS
               WHEN "00"
                   SET OLD-REF-READ TO TRUE
                   PERFORM 5420-READ-OLD-REF-RECORD
               WHEN "35"
                   SET OLD-REF-NOT-ON-DISK TO TRUE
                   SET MASTER-FILE-AT-END TO TRUE
               WHEN OTHER
                   SET OLD-REF-UNREADABLE TO TRUE
                   SET MASTER-FILE-AT-END TO TRUE
                   MOVE "Old reference master unreadable, not compared"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-REF-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
           END-EVALUATE.

       5420-READ-OLD-REF-RECORD.
           READ REF-FILE
               AT END SET MASTER-FILE-AT-END TO TRUE
           END-READ
           IF NOT MASTER-FILE-AT-END
            AND WS-REF-FILE-STATUS NOT = "00"
               SET MASTER-FILE-AT-END TO TRUE
           END-IF
           IF NOT MASTER-FILE-AT-END
               IF RF-CREDIT-LIMIT NUMERIC
                   MOVE RF-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
               ELSE
                   MOVE ZERO            TO WS-OLD-CREDIT-LIMIT
               END-IF
           END-IF.

       5430-READ-BACKUP-DATA.
           PERFORM 5510-READ-REF-BACKUP
           PERFORM UNTIL BACKUP-FILE-AT-END OR BR-DATA-RECORD
               PERFORM 5510-READ-REF-BACKUP
           END-PERFORM
           IF NOT BACKUP-FILE-AT-END
               IF BR-CREDIT-LIMIT NUMERIC
                   MOVE BR-CREDIT-LIMIT TO WS-NEW-CREDIT-LIMIT
               ELSE
                   MOVE ZERO            TO WS-NEW-CREDIT-LIMIT
               END-IF
           END-IF.

       5440-MATCH-REF-RECORDS.
           MOVE SPACES TO REF-JOURNAL-RECORD
           EVALUATE TRUE
               WHEN MASTER-FILE-AT-END
                   PERFORM 5450-JOURNAL-RELOAD-ADD
                   PERFORM 5430-READ-BACKUP-DATA
               WHEN BACKUP-FILE-AT-END
                   PERFORM 5460-JOURNAL-RELOAD-REMOVE
                   PERFORM 5420-READ-OLD-REF-RECORD
               WHEN BR-ACCOUNT-ID < RF-ACCOUNT-ID
                   PERFORM 5450-JOURNAL-RELOAD-ADD
                   PERFORM 5430-READ-BACKUP-DATA
               WHEN BR-ACCOUNT-ID > RF-ACCOUNT-ID
                   PERFORM 5460-JOURNAL-RELOAD-REMOVE
                   PERFORM 5420-READ-OLD-REF-RECORD
               WHEN OTHER
                   IF BR-ACCOUNT-NAME NOT = RF-ACCOUNT-NAME
                    OR BR-STATUS-CODE NOT = RF-STATUS-CODE
                    OR WS-NEW-CREDIT-LIMIT NOT = WS-OLD-CREDIT-LIMIT
                       SET RJ-ACCOUNT-CHANGED TO TRUE
                       PERFORM 5470-MOVE-OLD-IMAGE
                       PERFORM 5480-MOVE-BACKUP-IMAGE
                       PERFORM 5490-STAGE-JOURNAL-RECORD
                   END-IF
                   PERFORM 5420-READ-OLD-REF-RECORD
                   PERFORM 5430-READ-BACKUP-DATA
           END-EVALUATE.

       5450-JOURNAL-RELOAD-ADD.
           MOVE ZERO TO RJ-BEFORE-LIMIT
           IF OLD-REF-UNREADABLE
               SET RJ-ACCOUNT-RELOADED TO TRUE
               SET RJ-BEFORE-UNKNOWN TO TRUE
           ELSE
               SET RJ-ACCOUNT-ADDED TO TRUE
               SET RJ-BEFORE-NOT-ON-FILE TO TRUE
           END-IF
           PERFORM 5480-MOVE-BACKUP-IMAGE
           PERFORM 5490-STAGE-JOURNAL-RECORD.

       5460-JOURNAL-RELOAD-REMOVE.
           SET RJ-ACCOUNT-DELETED TO TRUE
           PERFORM 5470-MOVE-OLD-IMAGE
           SET RJ-AFTER-NOT-ON-FILE TO TRUE
           MOVE ZERO TO RJ-AFTER-LIMIT
           MOVE RF-ACCOUNT-ID TO RJ-ACCOUNT-ID
           PERFORM 5490-STAGE-JOURNAL-RECORD.

       5470-MOVE-OLD-IMAGE.
           SET RJ-BEFORE-ON-FILE TO TRUE
           MOVE RF-ACCOUNT-NAME     TO RJ-BEFORE-NAME
           MOVE RF-STATUS-CODE      TO RJ-BEFORE-STATUS
           MOVE WS-OLD-CREDIT-LIMIT TO RJ-BEFORE-LIMIT.

       5480-MOVE-BACKUP-IMAGE.
           MOVE BR-ACCOUNT-ID       TO RJ-ACCOUNT-ID
           SET RJ-AFTER-ON-FILE TO TRUE
           MOVE BR-ACCOUNT-NAME     TO RJ-AFTER-NAME
           MOVE BR-STATUS-CODE      TO RJ-AFTER-STATUS
           MOVE WS-NEW-CREDIT-LIMIT TO RJ-AFTER-LIMIT.

       5490-STAGE-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO RJ-CHANGE-TIMESTAMP
           MOVE "MSTRBKUP"       TO RJ-SOURCE-PROGRAM
           MOVE "REFBKP"         TO RJ-SOURCE-FILE
           WRITE JRNLWORK-RECORD FROM REF-JOURNAL-RECORD.

       5500-RELOAD-REF-FILE.
           OPEN INPUT REFBKP-FILE
           IF WS-REFBKP-FILE-STATUS NOT = "00"
                   SET ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET REF-FILE-REBUILT TO TRUE
                   PERFORM 5510-READ-REF-BACKUP
                   PERFORM UNTIL BACKUP-FILE-AT-END
                       PERFORM 5520-LOAD-REF-RECORD
                   SET CONTROL-FOUND TO TRUE
                   MOVE BR-RECORD-COUNT TO WS-EXPECTED-COUNT
               WHEN BR-DATA-RECORD
                   MOVE BR-ACCOUNT-ID   TO RF-ACCOUNT-ID
                   MOVE BR-ACCOUNT-NAME TO RF-ACCOUNT-NAME
                   MOVE BR-STATUS-CODE  TO RF-STATUS-CODE
                   IF BR-CREDIT-LIMIT NUMERIC
                       MOVE BR-CREDIT-LIMIT TO RF-CREDIT-LIMIT
                   ELSE
                       MOVE ZERO            TO RF-CREDIT-LIMIT
                   END-IF
                   WRITE REF-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                           DISPLAY "Reference reload key error: "
                               BR-ACCOUNT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
                       "type: " BR-RECORD-TYPE
           END-EVALUATE.

      ******************************************************************
      * Once the master has been rebuilt the staged entries are
      * appended to the change journal.
      ******************************************************************
       5600-POST-REF-JOURNAL.
           MOVE ZERO TO WS-JOURNAL-COUNT
           OPEN INPUT JRNLWORK-FILE
           IF WS-JWORK-FILE-STATUS = "00"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-FILE-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JRNL-FILE-STATUS = "00"
                   PERFORM 5610-READ-JOURNAL-WORK
                   PERFORM UNTIL JWORK-FILE-AT-END
                       WRITE REF-JOURNAL-RECORD
                       ADD 1 TO WS-JOURNAL-COUNT
                       PERFORM 5610-READ-JOURNAL-WORK
                   END-PERFORM
                   CLOSE JOURNAL-FILE
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING "Reference reload journalled: "
                       WS-JOURNAL-COUNT " changes"
                       DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                   MOVE SPACES TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   DISPLAY "Changes journalled: " WS-JOURNAL-COUNT
               ELSE
                   MOVE "Error opening reference change journal"
                       TO WS-AUDIT-MESSAGE
                   MOVE WS-JRNL-FILE-STATUS TO WS-AUD-STATUS
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   DISPLAY "Error opening reference change journal: "
                       WS-JRNL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE JRNLWORK-FILE
           ELSE
               MOVE "Journal work file unreadable, not journalled"
                   TO WS-AUDIT-MESSAGE
               MOVE WS-JWORK-FILE-STATUS TO WS-AUD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               DISPLAY "Error opening journal work file: "
                   WS-JWORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       5610-READ-JOURNAL-WORK.
           READ JRNLWORK-FILE INTO REF-JOURNAL-RECORD
               AT END SET JWORK-FILE-AT-END TO TRUE
           END-READ.

       5700-RELOAD-BALANCE-FILE.
           OPEN INPUT BALBKP-FILE
           IF WS-BALBKP-FILE-STATUS NOT = "00"
                   SET CONTROL-FOUND TO TRUE
                   MOVE BB-RECORD-COUNT TO WS-EXPECTED-COUNT
               WHEN BB-DATA-RECORD
                   MOVE BB-ACCOUNT-ID         TO BL-ACCOUNT-ID
                   MOVE BB-CURRENT-BALANCE    TO BL-CURRENT-BALANCE
                   MOVE BB-TRANS-COUNT        TO BL-TRANS-COUNT
                   MOVE BB-LAST-ACTIVITY-DATE TO BL-LAST-ACTIVITY-DATE
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                           DISPLAY "Balance reload key error: "
                               BB-ACCOUNT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
