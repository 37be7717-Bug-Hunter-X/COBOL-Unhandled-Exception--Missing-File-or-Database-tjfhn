      * have touched is consulted in one pass:
      *   - HISTFILE says when the ID was first seen by the daily
      *     driver, whatever became of it afterwards;
      *   - POSTFILE says whether it is posted or reversed, to which
      *     account, for what amount, and the run timestamp that last
      *     touched it;
      *   - EXCFILE is scanned for every rejection logged against the
      *     ID, with the reason and whether the exception has already
      *     been recycled for resubmission;
      *   - PENDFILE is scanned for a copy held against a suspended
      *     reference account or held for credit review over the
      *     account's credit limit, which leaves no trace in the other
      *     stores until the hold is released;
      *   - WHSEFILE says whether the transaction was future-dated and
      *     parked in the warehouse, and whether it is still waiting
      *     for its date, has been released or was cancelled;
      *   - the current MY-FILE feed is checked so a caller can be
      *     told the transaction is still waiting to be processed.
      * The answers are DISPLAYed as one consolidated disposition so
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-TRANS-ID
               FILE STATUS IS WS-WHSE-FILE-STATUS.

           SELECT MY-FILE ASSIGN TO "MYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  PENDED-FILE.
           COPY PENDREC.

       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  MY-FILE.
           COPY MYFILEREC.

       01  WS-HIST-FILE-STATUS            PIC X(02).
       01  WS-EXC-FILE-STATUS             PIC X(02).
       01  WS-PEND-FILE-STATUS            PIC X(02).
       01  WS-WHSE-FILE-STATUS            PIC X(02).
       01  WS-MY-FILE-STATUS              PIC X(02).
       01  WS-LOOKUP-KEY                  PIC X(10).
       01  WS-EXC-FILE-EOF                PIC X(01) VALUE 'N'.
           88  POST-FOUND                 VALUE 'Y'.
       01  WS-FEED-FOUND                  PIC X(01) VALUE 'N'.
           88  FEED-FOUND                 VALUE 'Y'.
       01  WS-WHSE-FOUND                  PIC X(01) VALUE 'N'.
           88  WHSE-FOUND                 VALUE 'Y'.
       01  WS-WHSE-STATE                  PIC X(01) VALUE SPACE.
       01  WS-WHSE-TRANS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WHSE-STAMP                  PIC X(21) VALUE SPACES.
       01  WS-WHSE-RELEASE-STAMP          PIC X(21) VALUE SPACES.
       01  WS-FIRST-SEEN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-POST-ACCOUNT-ID             PIC X(10) VALUE SPACES.
       01  WS-POST-AMOUNT                 PIC S9(9)V99 COMP-3
                                          VALUE ZERO.
       01  WS-POST-TRANS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RECYCLES-FOUND              PIC 9(04) VALUE ZERO.
       01  WS-PENDS-FOUND                 PIC 9(04) VALUE ZERO.
       01  WS-PEND-STAMP                  PIC X(21) VALUE SPACES.
       01  WS-PEND-ACCOUNT-ID             PIC X(10) VALUE SPACES.
       01  WS-PEND-HOLD-REASON            PIC X(01) VALUE SPACE.
           88  PEND-CREDIT-HOLD           VALUE 'C'.
       01  WS-FEED-ACCOUNT-ID             PIC X(10) VALUE SPACES.
       01  WS-DSP-AMOUNT                  PIC -(9)9.99.

       PROCEDURE DIVISION.
               PERFORM 2000-CHECK-POSTED-FILE
               PERFORM 3000-SCAN-EXCEPTION-FILE
               PERFORM 3500-SCAN-PENDED-FILE
               PERFORM 3700-CHECK-WAREHOUSE-FILE
               PERFORM 4000-CHECK-CURRENT-FEED
               PERFORM 5000-DISPLAY-DISPOSITION
           END-IF
                           CONTINUE
                       NOT INVALID KEY
                           SET POST-FOUND TO TRUE
                           MOVE PT-ACCOUNT-ID     TO WS-POST-ACCOUNT-ID
                           MOVE PT-AMOUNT         TO WS-POST-AMOUNT
                           MOVE PT-TRANS-DATE     TO WS-POST-TRANS-DATE
                           MOVE PT-STATUS-CODE    TO WS-POST-STATUS-CODE
           IF PD-TRANS-ID = WS-LOOKUP-KEY
               ADD 1 TO WS-PENDS-FOUND
               MOVE PD-PEND-TIMESTAMP TO WS-PEND-STAMP
               MOVE PD-ACCOUNT-ID     TO WS-PEND-ACCOUNT-ID
               MOVE PD-HOLD-REASON    TO WS-PEND-HOLD-REASON
           END-IF.

       3700-CHECK-WAREHOUSE-FILE.
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE WS-WHSE-FILE-STATUS
               WHEN "00"
                   MOVE WS-LOOKUP-KEY TO WH-TRANS-ID
                   READ WAREHOUSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WHSE-FOUND TO TRUE
                           MOVE WH-STATE      TO WS-WHSE-STATE
                           MOVE WH-TRANS-DATE TO WS-WHSE-TRANS-DATE
                           MOVE WH-WAREHOUSE-STAMP TO WS-WHSE-STAMP
                           MOVE WH-RELEASE-STAMP
                               TO WS-WHSE-RELEASE-STAMP
                   END-READ
                   CLOSE WAREHOUSE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening warehouse file: "
                       WS-WHSE-FILE-STATUS
           END-EVALUATE.

       4000-CHECK-CURRENT-FEED.
           OPEN INPUT MY-FILE
           EVALUATE WS-MY-FILE-STATUS
                       NOT INVALID KEY
                           SET FEED-FOUND TO TRUE
                           MOVE MF-RECORD-TYPE TO WS-FEED-RECORD-TYPE
                           MOVE MF-ACCOUNT-ID  TO WS-FEED-ACCOUNT-ID
                   END-READ
                   CLOSE MY-FILE
               WHEN "35"
               ELSE
                   DISPLAY "Posted:      posted by run " WS-POST-STAMP
               END-IF
               DISPLAY "  Account: " WS-POST-ACCOUNT-ID
               DISPLAY "  Amount:  " WS-DSP-AMOUNT
               DISPLAY "  Date:    " WS-POST-TRANS-DATE
               DISPLAY "  Status:  " WS-POST-STATUS-CODE
           ELSE
               DISPLAY "Posted:      not on the posted master"
           END-IF
           EVALUATE TRUE
               WHEN WS-PENDS-FOUND = ZERO
                   DISPLAY "Pended:      not on the pended file"
               WHEN PEND-CREDIT-HOLD
                   DISPLAY "Pended:      held since " WS-PEND-STAMP
                       ", account " WS-PEND-ACCOUNT-ID
                       " over credit limit"
               WHEN OTHER
                   DISPLAY "Pended:      held since " WS-PEND-STAMP
                       ", account " WS-PEND-ACCOUNT-ID " suspended"
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WHSE-FOUND
                   DISPLAY "Warehoused:  not on the warehouse file"
               WHEN WS-WHSE-STATE = 'R'
                   DISPLAY "Warehoused:  since " WS-WHSE-STAMP
                   DISPLAY "  released by run " WS-WHSE-RELEASE-STAMP
               WHEN WS-WHSE-STATE = 'C'
                   DISPLAY "Warehoused:  since " WS-WHSE-STAMP
                   DISPLAY "  cancelled by run " WS-WHSE-RELEASE-STAMP
               WHEN OTHER
                   DISPLAY "Warehoused:  warehoused until "
                       WS-WHSE-TRANS-DATE ", parked by run "
                       WS-WHSE-STAMP
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-EXCEPTIONS-FOUND = ZERO
                   DISPLAY "Exceptions:  none on file"
           END-EVALUATE
           IF FEED-FOUND
               DISPLAY "Feed:        in the current MY-FILE feed, type "
                   WS-FEED-RECORD-TYPE ", account " WS-FEED-ACCOUNT-ID
           ELSE
               DISPLAY "Feed:        not in the current MY-FILE feed"
           END-IF
           IF NOT HIST-FOUND AND NOT POST-FOUND
            AND WS-EXCEPTIONS-FOUND = ZERO
            AND WS-PENDS-FOUND = ZERO AND NOT FEED-FOUND
            AND NOT WHSE-FOUND
               DISPLAY "Transaction is unknown to every store consulted"
           END-IF.
