       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFJINQ.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * Reference master change journal inquiry.  Reads the REFJRNL
      * before/after journal written by the reference maintenance
      * program and by the master reload, and answers two questions,
      * selected by the PARM value:
      *   - ASOF account yyyymmdd [hhmmss]: rebuilds the account's
      *     name, status code and credit limit as they stood at that
      *     moment (end of day when no time is given) and DISPLAYs
      *     them with the journal entry they rest on.  The standing
      *     is the after image of the last change made at or before
      *     the moment; with none, it is the before image of the
      *     first change made after it; with no change journalled at
      *     all, the account is unchanged and the current REFFILE
      *     record is shown.  This is how the status an account had
      *     on the night a transaction was pended or refused as ED09
      *     is proved;
      *   - HISTORY [account|ALL] [from-yyyymmdd] [to-yyyymmdd]:
      *     prints every journalled change for the account (or for
      *     all accounts) made in the date range to the REFJRPT
      *     change-history report, each with the run that made it,
      *     the program and input it came from, and the account as
      *     it stood before and after, followed by counts by kind of
      *     change for audit.
      * A journal that is absent (file status 35) holds no changes.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REFJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY REFJREC.

       FD  REF-FILE.
           COPY MYREFREC.

       FD  REPORT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS            PIC X(02).
       01  WS-REF-FILE-STATUS             PIC X(02).
       01  WS-REPORT-FILE-STATUS          PIC X(02).
       01  WS-JRNL-FILE-EOF               PIC X(01) VALUE 'N'.
           88  JRNL-FILE-AT-END           VALUE 'Y'.
       01  WS-ABORT-RUN                   PIC X(01) VALUE 'N'.
           88  ABORT-RUN                  VALUE 'Y'.
       01  WS-REPORT-FILE-OPENED          PIC X(01) VALUE 'N'.
           88  REPORT-FILE-OPENED         VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP           PIC X(21).
       01  WS-RUN-PARM                    PIC X(40) VALUE SPACES.
       01  WS-PARM-MODE                   PIC X(08) VALUE SPACES.
           88  ASOF-MODE                  VALUE 'ASOF'.
           88  HISTORY-MODE               VALUE 'HISTORY'.
       01  WS-PARM-ACCOUNT                PIC X(10) VALUE SPACES.
       01  WS-PARM-DATE-1                 PIC X(08) VALUE SPACES.
       01  WS-PARM-DATE-2                 PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-ALL-ACCOUNTS                PIC X(01) VALUE 'N'.
           88  ALL-ACCOUNTS               VALUE 'Y'.
       01  WS-ASOF-MOMENT.
           05  WS-ASOF-DATE               PIC 9(08) VALUE ZERO.
           05  WS-ASOF-TIME               PIC 9(06) VALUE 235959.
       01  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE                     PIC 9(08) VALUE 99999999.
       01  WS-CHANGE-DATE                 PIC X(08).
      ******************************************************************
      * Standing rebuilt for the as-of inquiry, and the journal entry
      * it rests on.
      ******************************************************************
       01  WS-ASOF-BASIS                  PIC X(01) VALUE 'M'.
           88  BASIS-AFTER-CHANGE         VALUE 'A'.
           88  BASIS-BEFORE-CHANGE        VALUE 'B'.
           88  BASIS-MASTER               VALUE 'M'.
       01  WS-BASIS-STAMP                 PIC X(21) VALUE SPACES.
       01  WS-BASIS-PROGRAM               PIC X(08) VALUE SPACES.
       01  WS-BASIS-FILE                  PIC X(08) VALUE SPACES.
       01  WS-BASIS-CHANGE-TYPE           PIC X(01) VALUE SPACE.
       01  WS-IMAGE-STATE                 PIC X(01) VALUE SPACE.
           88  IMAGE-ON-FILE              VALUE 'Y'.
           88  IMAGE-NOT-ON-FILE          VALUE 'N'.
           88  IMAGE-UNKNOWN              VALUE 'U'.
       01  WS-IMAGE-NAME                  PIC X(30) VALUE SPACES.
       01  WS-IMAGE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-IMAGE-LIMIT                 PIC S9(11)V99 COMP-3
                                          VALUE ZERO.
       01  WS-IMAGE-PREFIX                PIC X(08) VALUE SPACES.
       01  WS-CHANGE-WORD                 PIC X(08) VALUE SPACES.
       01  WS-STANDING-WORD               PIC X(16) VALUE SPACES.
       01  WS-CHANGES-FOUND               PIC 9(09) VALUE ZERO.
       01  WS-ADDS-LISTED                 PIC 9(09) VALUE ZERO.
       01  WS-CHANGES-LISTED              PIC 9(09) VALUE ZERO.
       01  WS-DELETES-LISTED              PIC 9(09) VALUE ZERO.
       01  WS-RELOADS-LISTED              PIC 9(09) VALUE ZERO.
       01  WS-ENTRIES-LISTED              PIC 9(09) VALUE ZERO.
       01  WS-RPT-LINE                    PIC X(80).
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-RPT-LIMIT                   PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1000-EDIT-RUN-PARM
           IF NOT ABORT-RUN
               IF ASOF-MODE
                   PERFORM 2000-REBUILD-STANDING
                   PERFORM 2500-DISPLAY-STANDING
               ELSE
                   PERFORM 3000-PRINT-CHANGE-HISTORY
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * PARM is ASOF account yyyymmdd [hhmmss], or HISTORY followed
      * optionally by an account (or ALL) and a from and to date.
      ******************************************************************
       1000-EDIT-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-ACCOUNT
                    WS-PARM-DATE-1 WS-PARM-DATE-2
           END-UNSTRING
           EVALUATE TRUE
               WHEN ASOF-MODE
                   PERFORM 1100-EDIT-ASOF-PARM
               WHEN HISTORY-MODE
                   PERFORM 1200-EDIT-HISTORY-PARM
               WHEN OTHER
                   DISPLAY "Inquiry mode must be ASOF or HISTORY: "
                       WS-PARM-MODE
                   SET ABORT-RUN TO TRUE
           END-EVALUATE
           IF ABORT-RUN
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-EDIT-ASOF-PARM.
           EVALUATE TRUE
               WHEN WS-PARM-ACCOUNT = SPACES
                   DISPLAY "Account ID is required: "
                       "ASOF account yyyymmdd [hhmmss]"
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-DATE-1 NOT NUMERIC
                   DISPLAY "As-of date missing or not numeric: "
                       WS-PARM-DATE-1
                   SET ABORT-RUN TO TRUE
               WHEN WS-PARM-DATE-2 NOT = SPACES
                AND (WS-PARM-DATE-2(1:6) NOT NUMERIC
                 OR  WS-PARM-DATE-2(7:2) NOT = SPACES)
                   DISPLAY "As-of time not numeric (hhmmss): "
                       WS-PARM-DATE-2
                   SET ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-PARM-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE WS-PARM-DATE-1  TO WS-ASOF-DATE
                   IF WS-PARM-DATE-2 NOT = SPACES
                       MOVE WS-PARM-DATE-2(1:6) TO WS-ASOF-TIME
                   END-IF
           END-EVALUATE.

       1200-EDIT-HISTORY-PARM.
           IF WS-PARM-ACCOUNT = SPACES OR "ALL"
               SET ALL-ACCOUNTS TO TRUE
           ELSE
               MOVE WS-PARM-ACCOUNT TO WS-LOOKUP-ACCOUNT
           END-IF
           IF WS-PARM-DATE-1 NOT = SPACES
               IF WS-PARM-DATE-1 NUMERIC
                   MOVE WS-PARM-DATE-1 TO WS-FROM-DATE
               ELSE
                   DISPLAY "From date not numeric (yyyymmdd): "
                       WS-PARM-DATE-1
                   SET ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-PARM-DATE-2 NOT = SPACES
               IF WS-PARM-DATE-2 NUMERIC
                   MOVE WS-PARM-DATE-2 TO WS-TO-DATE
               ELSE
                   DISPLAY "To date not numeric (yyyymmdd): "
                       WS-PARM-DATE-2
                   SET ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT ABORT-RUN
            AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date: "
                   WS-FROM-DATE " " WS-TO-DATE
               SET ABORT-RUN TO TRUE
           END-IF.

      ******************************************************************
      * The journal is in the order the changes were made.  The last
      * change at or before the moment gives the standing; failing
      * that, the first change after it tells what the account looked
      * like before it was touched.
      ******************************************************************
       2000-REBUILD-STANDING.
           OPEN INPUT JOURNAL-FILE
           EVALUATE WS-JRNL-FILE-STATUS
               WHEN "00"
                   PERFORM 2100-READ-JOURNAL-RECORD
                   PERFORM UNTIL JRNL-FILE-AT-END
                       IF RJ-ACCOUNT-ID = WS-LOOKUP-ACCOUNT
                           PERFORM 2200-NOTE-ACCOUNT-CHANGE
                       END-IF
                       PERFORM 2100-READ-JOURNAL-RECORD
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening reference change journal: "
                       WS-JRNL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF BASIS-MASTER
               PERFORM 2300-CHECK-CURRENT-MASTER
           END-IF.

       2100-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END SET JRNL-FILE-AT-END TO TRUE
           END-READ.

       2200-NOTE-ACCOUNT-CHANGE.
           ADD 1 TO WS-CHANGES-FOUND
           IF RJ-CHANGE-TIMESTAMP(1:14) NOT > WS-ASOF-MOMENT
               IF NOT BASIS-AFTER-CHANGE
                OR RJ-CHANGE-TIMESTAMP NOT < WS-BASIS-STAMP
                   SET BASIS-AFTER-CHANGE TO TRUE
                   PERFORM 2210-NOTE-BASIS-ENTRY
                   MOVE RJ-AFTER-STATE  TO WS-IMAGE-STATE
                   MOVE RJ-AFTER-NAME   TO WS-IMAGE-NAME
                   MOVE RJ-AFTER-STATUS TO WS-IMAGE-STATUS
                   MOVE RJ-AFTER-LIMIT  TO WS-IMAGE-LIMIT
               END-IF
           ELSE
               IF BASIS-MASTER
                OR (BASIS-BEFORE-CHANGE
                AND RJ-CHANGE-TIMESTAMP < WS-BASIS-STAMP)
                   SET BASIS-BEFORE-CHANGE TO TRUE
                   PERFORM 2210-NOTE-BASIS-ENTRY
                   MOVE RJ-BEFORE-STATE  TO WS-IMAGE-STATE
                   MOVE RJ-BEFORE-NAME   TO WS-IMAGE-NAME
                   MOVE RJ-BEFORE-STATUS TO WS-IMAGE-STATUS
                   MOVE RJ-BEFORE-LIMIT  TO WS-IMAGE-LIMIT
               END-IF
           END-IF.

       2210-NOTE-BASIS-ENTRY.
           MOVE RJ-CHANGE-TIMESTAMP TO WS-BASIS-STAMP
           MOVE RJ-SOURCE-PROGRAM   TO WS-BASIS-PROGRAM
           MOVE RJ-SOURCE-FILE      TO WS-BASIS-FILE
           MOVE RJ-CHANGE-TYPE      TO WS-BASIS-CHANGE-TYPE.

      ******************************************************************
      * With no change journalled the account stands as it does on
      * the reference master today.
      ******************************************************************
       2300-CHECK-CURRENT-MASTER.
           SET IMAGE-NOT-ON-FILE TO TRUE
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-FILE-STATUS
               WHEN "00"
                   MOVE WS-LOOKUP-ACCOUNT TO RF-ACCOUNT-ID
                   READ REF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET IMAGE-ON-FILE TO TRUE
                           MOVE RF-ACCOUNT-NAME TO WS-IMAGE-NAME
                           MOVE RF-STATUS-CODE  TO WS-IMAGE-STATUS
                           IF RF-CREDIT-LIMIT NUMERIC
                               MOVE RF-CREDIT-LIMIT TO WS-IMAGE-LIMIT
                           END-IF
                   END-READ
                   CLOSE REF-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening reference file: "
                       WS-REF-FILE-STATUS
                   SET IMAGE-UNKNOWN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       2500-DISPLAY-STANDING.
           DISPLAY "Reference standing for account: " WS-LOOKUP-ACCOUNT
           DISPLAY "As of:       " WS-ASOF-DATE " " WS-ASOF-TIME
           EVALUATE TRUE
               WHEN BASIS-AFTER-CHANGE
                   PERFORM 5400-SET-CHANGE-WORD
                   DISPLAY "Basis:       " WS-CHANGE-WORD
                       " by run " WS-BASIS-STAMP
                   DISPLAY "  Source:    " WS-BASIS-PROGRAM
                       " from " WS-BASIS-FILE
               WHEN BASIS-BEFORE-CHANGE
                   PERFORM 5400-SET-CHANGE-WORD
                   DISPLAY "Basis:       as before the next change, "
                       WS-CHANGE-WORD " by run " WS-BASIS-STAMP
                   DISPLAY "  Source:    " WS-BASIS-PROGRAM
                       " from " WS-BASIS-FILE
               WHEN OTHER
                   DISPLAY "Basis:       no change journalled, "
                       "current reference master"
           END-EVALUATE
           EVALUATE TRUE
               WHEN IMAGE-ON-FILE
                   PERFORM 5500-SET-STANDING-WORD
                   MOVE WS-IMAGE-LIMIT TO WS-RPT-LIMIT
                   DISPLAY "Name:        " WS-IMAGE-NAME
                   DISPLAY "Status:      " WS-IMAGE-STATUS " "
                       WS-STANDING-WORD
                   DISPLAY "Limit:       " WS-RPT-LIMIT
               WHEN IMAGE-UNKNOWN
                   DISPLAY "Standing:    unknown, master reloaded "
                       "without its old image"
               WHEN OTHER
                   DISPLAY "Standing:    not on the reference master"
           END-EVALUATE
           DISPLAY "Changes journalled for account: " WS-CHANGES-FOUND.

      ******************************************************************
      * Change-history report.
      ******************************************************************
       3000-PRINT-CHANGE-HISTORY.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS = "00"
               SET REPORT-FILE-OPENED TO TRUE
               PERFORM 5100-WRITE-REPORT-HEADING
               OPEN INPUT JOURNAL-FILE
               EVALUATE WS-JRNL-FILE-STATUS
                   WHEN "00"
                       PERFORM 2100-READ-JOURNAL-RECORD
                       PERFORM UNTIL JRNL-FILE-AT-END
                           PERFORM 3100-SELECT-JOURNAL-RECORD
                           PERFORM 2100-READ-JOURNAL-RECORD
                       END-PERFORM
                       CLOSE JOURNAL-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error opening reference change "
                           "journal: " WS-JRNL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               PERFORM 5300-WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "Changes listed: " WS-ENTRIES-LISTED
           ELSE
               DISPLAY "Error opening change history report: "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3100-SELECT-JOURNAL-RECORD.
           MOVE RJ-CHANGE-TIMESTAMP(1:8) TO WS-CHANGE-DATE
           IF (ALL-ACCOUNTS OR RJ-ACCOUNT-ID = WS-LOOKUP-ACCOUNT)
            AND WS-CHANGE-DATE NOT < WS-FROM-DATE
            AND WS-CHANGE-DATE NOT > WS-TO-DATE
               PERFORM 5200-WRITE-JOURNAL-ENTRY
           END-IF.

       5100-WRITE-REPORT-HEADING.
           MOVE "REFFILE CHANGE HISTORY REPORT" TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Run timestamp: " WS-CURRENT-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF ALL-ACCOUNTS
               STRING "Account: ALL         From: " WS-FROM-DATE
                   "  To: " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "Account: " WS-LOOKUP-ACCOUNT "  From: "
                   WS-FROM-DATE "  To: " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE "CHANGED        ACCOUNT    CHANGE   SOURCE   INPUT"
               TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5200-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRIES-LISTED
           EVALUATE TRUE
               WHEN RJ-ACCOUNT-ADDED
                   ADD 1 TO WS-ADDS-LISTED
               WHEN RJ-ACCOUNT-CHANGED
                   ADD 1 TO WS-CHANGES-LISTED
               WHEN RJ-ACCOUNT-DELETED
                   ADD 1 TO WS-DELETES-LISTED
               WHEN OTHER
                   ADD 1 TO WS-RELOADS-LISTED
           END-EVALUATE
           MOVE RJ-CHANGE-TYPE TO WS-BASIS-CHANGE-TYPE
           PERFORM 5400-SET-CHANGE-WORD
           MOVE SPACES TO WS-RPT-LINE
           STRING RJ-CHANGE-TIMESTAMP(1:14) " " RJ-ACCOUNT-ID " "
               WS-CHANGE-WORD " " RJ-SOURCE-PROGRAM " "
               RJ-SOURCE-FILE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE "    WAS "        TO WS-IMAGE-PREFIX
           MOVE RJ-BEFORE-STATE  TO WS-IMAGE-STATE
           MOVE RJ-BEFORE-NAME   TO WS-IMAGE-NAME
           MOVE RJ-BEFORE-STATUS TO WS-IMAGE-STATUS
           MOVE RJ-BEFORE-LIMIT  TO WS-IMAGE-LIMIT
           PERFORM 5250-WRITE-IMAGE-LINE
           MOVE "    NOW "        TO WS-IMAGE-PREFIX
           MOVE RJ-AFTER-STATE   TO WS-IMAGE-STATE
           MOVE RJ-AFTER-NAME    TO WS-IMAGE-NAME
           MOVE RJ-AFTER-STATUS  TO WS-IMAGE-STATUS
           MOVE RJ-AFTER-LIMIT   TO WS-IMAGE-LIMIT
           PERFORM 5250-WRITE-IMAGE-LINE.

       5250-WRITE-IMAGE-LINE.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN IMAGE-ON-FILE
                   MOVE WS-IMAGE-LIMIT TO WS-RPT-LIMIT
                   STRING WS-IMAGE-PREFIX WS-IMAGE-NAME " "
                       WS-IMAGE-STATUS " " WS-RPT-LIMIT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN IMAGE-UNKNOWN
                   STRING WS-IMAGE-PREFIX "(unknown)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   STRING WS-IMAGE-PREFIX "(not on file)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           PERFORM 7900-WRITE-REPORT-LINE.

       5300-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ENTRIES-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Changes listed:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-ADDS-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Accounts added:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-CHANGES-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Accounts changed:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-DELETES-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Accounts deleted:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE
           MOVE WS-RELOADS-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Reloaded unread:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE.

       5400-SET-CHANGE-WORD.
           EVALUATE WS-BASIS-CHANGE-TYPE
               WHEN 'A'
                   MOVE "ADDED"    TO WS-CHANGE-WORD
               WHEN 'C'
                   MOVE "CHANGED"  TO WS-CHANGE-WORD
               WHEN 'D'
                   MOVE "DELETED"  TO WS-CHANGE-WORD
               WHEN 'L'
                   MOVE "RELOADED" TO WS-CHANGE-WORD
               WHEN OTHER
                   MOVE "UNKNOWN"  TO WS-CHANGE-WORD
           END-EVALUATE.

       5500-SET-STANDING-WORD.
           EVALUATE WS-IMAGE-STATUS
               WHEN "CL"
                   MOVE "(closed)"        TO WS-STANDING-WORD
               WHEN "SU"
                   MOVE "(suspended)"     TO WS-STANDING-WORD
               WHEN OTHER
                   MOVE "(good standing)" TO WS-STANDING-WORD
           END-EVALUATE.

       7900-WRITE-REPORT-LINE.
           IF REPORT-FILE-OPENED
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
