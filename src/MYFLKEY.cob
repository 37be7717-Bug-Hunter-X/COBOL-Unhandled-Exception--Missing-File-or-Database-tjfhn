      *     one-off checks.
      *   - Bulk mode: with no PARM, a request file of transaction
      *     IDs (REQFILE) is read, each ID resolved with one keyed
      *     READ, hits enriched with the name of the account they
      *     post to from REFFILE, and a fixed-layout extract of
      *     found/not-found results written to XTRFILE for
      *     reconciliation.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REF-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ACCOUNT-ID
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTRFILE"
                   DISPLAY "Transaction not found: " WS-LOOKUP-KEY
               NOT INVALID KEY
                   DISPLAY "Transaction found: " MF-TRANS-ID
                   DISPLAY "  Account: " MF-ACCOUNT-ID
                   DISPLAY "  Amount:  " MF-AMOUNT
                   DISPLAY "  Date:    " MF-TRANS-DATE
                   DISPLAY "  Status:  " MF-STATUS-CODE
           END-READ.

       2000-BULK-LOOKUP.
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-FOUND
                   SET XT-FOUND TO TRUE
                   MOVE MF-ACCOUNT-ID  TO XT-ACCOUNT-ID
                   MOVE MF-AMOUNT      TO XT-AMOUNT
                   MOVE MF-TRANS-DATE  TO XT-TRANS-DATE
                   MOVE MF-STATUS-CODE TO XT-STATUS-CODE
           WRITE EXTRACT-RECORD.

       2300-ENRICH-FROM-REF-FILE.
           MOVE MF-ACCOUNT-ID TO RF-ACCOUNT-ID
           READ REF-FILE
               INVALID KEY
                   MOVE SPACES TO XT-ACCOUNT-NAME
