      * files, trimming them.  The posted archive carries the amount
      * with a leading separate sign so the archive stays printable.
      * The retention period is 760 days, comfortably longer than
      * any date window the feed edits can accept (the window comes
      * from the edit rule file, and rule maintenance caps it at 400
      * days), so duplicate screening still covers every date a feed
      * can present.  The run reports the counts kept and archived
      * per file.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT POSTNEW-FILE ASSIGN TO "POSTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-TRANS-ID
               ALTERNATE RECORD KEY IS PN-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POSTNEW-FILE-STATUS.

           SELECT PSTARC-FILE ASSIGN TO "PSTARCHV"
       FD  POSTNEW-FILE.
       01  POSTNEW-RECORD.
           05  PN-TRANS-ID                PIC X(10).
           05  PN-ACCOUNT-ID              PIC X(10).
           05  FILLER                     PIC X(81).

       FD  PSTARC-FILE.
       01  PSTARC-RECORD.
           05  PA-TRANS-ID                PIC X(10).
           05  PA-ACCOUNT-ID              PIC X(10).
           05  PA-AMOUNT                  PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  PA-TRANS-DATE              PIC 9(08).
           05  PA-POST-TIMESTAMP          PIC X(21).
           05  PA-POST-STATUS             PIC X(01).
           05  PA-LAST-ADJUST-STAMP       PIC X(21).
           05  PA-POSTING-DATE            PIC 9(08).
           05  PA-LATE-AMOUNT             PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  PA-LATE-POSTING-DATE       PIC 9(08).

       FD  HISTORY-FILE.
           COPY HISTREC.
           ELSE
               ADD 1 TO WS-POST-ARCHIVED
               MOVE PT-TRANS-ID          TO PA-TRANS-ID
               MOVE PT-ACCOUNT-ID        TO PA-ACCOUNT-ID
               MOVE PT-AMOUNT            TO PA-AMOUNT
               MOVE PT-TRANS-DATE        TO PA-TRANS-DATE
               MOVE PT-STATUS-CODE       TO PA-STATUS-CODE
               MOVE PT-POST-TIMESTAMP    TO PA-POST-TIMESTAMP
               MOVE PT-POST-STATUS       TO PA-POST-STATUS
               MOVE PT-LAST-ADJUST-STAMP TO PA-LAST-ADJUST-STAMP
               MOVE PT-POSTING-DATE      TO PA-POSTING-DATE
               MOVE PT-LATE-AMOUNT       TO PA-LATE-AMOUNT
               MOVE PT-LATE-POSTING-DATE TO PA-LATE-POSTING-DATE
               WRITE PSTARC-RECORD
           END-IF.

