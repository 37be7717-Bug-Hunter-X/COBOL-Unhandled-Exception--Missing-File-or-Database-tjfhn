      *     the statistics record, compared to the GL extract's net
      *     control total;
      *   - the GL extract's detail records are themselves re-added
      *     and re-counted against its own control record;
      *   - the GL extract's per-source control records, where the
      *     cycle took more than one feed source, are added up and
      *     must foot to the same net control total.
      * The cycle under proof is the last record on the RUNSTATS
      * history, which is the cycle the driver just completed.  Any
      * mismatch is written to the audit log and the run ends with
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRANS-ID
               ALTERNATE RECORD KEY IS PT-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
       01  WS-GL-CONTROL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-GL-CONTROL-FOUND            PIC X(01) VALUE 'N'.
           88  GL-CONTROL-FOUND           VALUE 'Y'.
       01  WS-GL-SOURCE-RECORDS           PIC 9(04) VALUE ZERO.
       01  WS-GL-SOURCE-NET               PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
       01  WS-MISMATCH-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DSP-COUNT                   PIC ZZZZZZZZ9.
       01  WS-DSP-AMOUNT                  PIC -(12)9.99.
                   ELSE
                       ADD GL-AMOUNT TO WS-GL-READD-NET
                   END-IF
               WHEN GL-SOURCE-CONTROL
                   ADD 1 TO WS-GL-SOURCE-RECORDS
                   IF GL-CREDIT
                       SUBTRACT GL-AMOUNT FROM WS-GL-SOURCE-NET
                   ELSE
                       ADD GL-AMOUNT TO WS-GL-SOURCE-NET
                   END-IF
               WHEN GL-CONTROL-RECORD
                   SET GL-CONTROL-FOUND TO TRUE
                   IF GL-CREDIT
                   TO WS-AUDIT-MESSAGE
               PERFORM 7000-FLAG-MISMATCH
           END-IF
           IF WS-GL-SOURCE-RECORDS > ZERO
            AND WS-GL-SOURCE-NET NOT = WS-GL-CONTROL-NET
               MOVE WS-GL-SOURCE-NET TO WS-DSP-AMOUNT
               DISPLAY "GL source controls:      " WS-DSP-AMOUNT
               MOVE WS-GL-CONTROL-NET TO WS-DSP-AMOUNT
               DISPLAY "GL control net:          " WS-DSP-AMOUNT
               MOVE "BALANCING: GL source controls do not foot"
                   TO WS-AUDIT-MESSAGE
               PERFORM 7000-FLAG-MISMATCH
           END-IF
           COMPUTE WS-EXPECTED-GL-NET =
               WS-POSTED-SUM + WS-STAT-REVERSAL-NET
                             + WS-STAT-ADJUST-NET
