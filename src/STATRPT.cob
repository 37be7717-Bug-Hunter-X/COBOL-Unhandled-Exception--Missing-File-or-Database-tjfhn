      * duplicates screened, and the run duration from the start and
      * end timestamps.  Totals and averages close the report, so a
      * climbing reject rate after a sender release can be proved
      * from the file instead of suspected from memory.  Where the
      * cycle recorded its feed sources, each cycle line is
      * followed by one line per source with the same counts, and
      * sources refused on their control totals are marked.  The
      * month totals are then broken down by source code.  The
      * report is written to STATRPRT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RPT-RATE                    PIC ZZ9.99.
       01  WS-RPT-DURATION                PIC ZZZZZZZZ9.
       01  WS-RPT-COUNT                   PIC ZZZZZZZZ9.
       01  WS-STAT-SOURCE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-SOURCE-CODE                 PIC X(02) VALUE SPACES.
       01  WS-SOURCE-FOUND                PIC X(01) VALUE 'N'.
           88  SOURCE-FOUND               VALUE 'Y'.
       01  WS-MONTH-SOURCE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-MONTH-SOURCE-LIMIT          PIC 9(02) VALUE 20.
       01  WS-MONTH-SOURCE-TABLE.
           05  WS-MSRC-ENTRY OCCURS 20 TIMES INDEXED BY MSRC-IX.
               10  WS-MSRC-CODE           PIC X(02).
               10  WS-MSRC-CYCLES         PIC 9(09).
               10  WS-MSRC-READ           PIC 9(09).
               10  WS-MSRC-POSTED         PIC 9(09).
               10  WS-MSRC-REJECTED       PIC 9(09).
               10  WS-MSRC-REFUSED        PIC 9(09).
       01  WS-RPT-SOURCE-CYCLES           PIC ZZZZZZZZ9.
       01  WS-RPT-SOURCE-REFUSED          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
               PERFORM 3200-COMPUTE-RUN-DURATION
               ADD WS-DURATION-SECS TO WS-TOT-DURATION
               PERFORM 5200-WRITE-CYCLE-LINE
               PERFORM 2300-SELECT-SOURCE-ENTRIES
           END-IF.

      ******************************************************************
      * Per-source breakdown of the selected cycle.  A record written
      * before sources were carried has no source count and is
      * reported on its cycle line alone.
      ******************************************************************
       2300-SELECT-SOURCE-ENTRIES.
           IF ST-SOURCE-COUNT NUMERIC
               MOVE ST-SOURCE-COUNT TO WS-STAT-SOURCE-COUNT
           ELSE
               MOVE ZERO TO WS-STAT-SOURCE-COUNT
           END-IF
           IF WS-STAT-SOURCE-COUNT > 10
               MOVE 10 TO WS-STAT-SOURCE-COUNT
           END-IF
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > WS-STAT-SOURCE-COUNT
               PERFORM 5250-WRITE-SOURCE-LINE
               PERFORM 2310-ACCUMULATE-MONTH-SOURCE
           END-PERFORM.

       2310-ACCUMULATE-MONTH-SOURCE.
           MOVE ST-SRC-CODE (ST-IX) TO WS-SOURCE-CODE
           MOVE 'N' TO WS-SOURCE-FOUND
           IF WS-MONTH-SOURCE-COUNT > ZERO
               SET MSRC-IX TO 1
               SEARCH WS-MSRC-ENTRY
                   WHEN MSRC-IX > WS-MONTH-SOURCE-COUNT
                       CONTINUE
                   WHEN WS-MSRC-CODE (MSRC-IX) = WS-SOURCE-CODE
                       SET SOURCE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT SOURCE-FOUND
               IF WS-MONTH-SOURCE-COUNT >= WS-MONTH-SOURCE-LIMIT
                   DISPLAY "Source total table full, source skipped: "
                       WS-SOURCE-CODE
               ELSE
                   ADD 1 TO WS-MONTH-SOURCE-COUNT
                   SET MSRC-IX TO WS-MONTH-SOURCE-COUNT
                   MOVE WS-SOURCE-CODE TO WS-MSRC-CODE (MSRC-IX)
                   MOVE ZERO TO WS-MSRC-CYCLES (MSRC-IX)
                   MOVE ZERO TO WS-MSRC-READ (MSRC-IX)
                   MOVE ZERO TO WS-MSRC-POSTED (MSRC-IX)
                   MOVE ZERO TO WS-MSRC-REJECTED (MSRC-IX)
                   MOVE ZERO TO WS-MSRC-REFUSED (MSRC-IX)
                   SET SOURCE-FOUND TO TRUE
               END-IF
           END-IF
           IF SOURCE-FOUND
               ADD 1 TO WS-MSRC-CYCLES (MSRC-IX)
               ADD ST-SRC-READ (ST-IX)     TO WS-MSRC-READ (MSRC-IX)
               ADD ST-SRC-POSTED (ST-IX)   TO WS-MSRC-POSTED (MSRC-IX)
               ADD ST-SRC-REJECTED (ST-IX)
                   TO WS-MSRC-REJECTED (MSRC-IX)
               IF ST-SRC-REFUSED (ST-IX)
                   ADD 1 TO WS-MSRC-REFUSED (MSRC-IX)
               END-IF
           END-IF.

       3100-COMPUTE-REJECT-RATE.
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5250-WRITE-SOURCE-LINE.
           MOVE ST-SRC-READ (ST-IX)        TO WS-RPT-READ
           MOVE ST-SRC-POSTED (ST-IX)      TO WS-RPT-POSTED
           MOVE ST-SRC-REJECTED (ST-IX)    TO WS-RPT-REJECTED
           MOVE ST-SRC-REVERSALS (ST-IX)   TO WS-RPT-REVERSALS
           MOVE ST-SRC-ADJUSTMENTS (ST-IX) TO WS-RPT-ADJUSTMENTS
           MOVE ST-SRC-DUPLICATES (ST-IX)  TO WS-RPT-DUPLICATES
           IF ST-SRC-READ (ST-IX) > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   ST-SRC-REJECTED (ST-IX) * 100 / ST-SRC-READ (ST-IX)
           ELSE
               MOVE ZERO TO WS-REJECT-RATE
           END-IF
           MOVE WS-REJECT-RATE             TO WS-RPT-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  source " ST-SRC-CODE (ST-IX)
               WS-RPT-READ WS-RPT-POSTED WS-RPT-REJECTED
               "  " WS-RPT-RATE
               WS-RPT-REVERSALS WS-RPT-ADJUSTMENTS
               WS-RPT-DUPLICATES
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF ST-SRC-REFUSED (ST-IX)
               MOVE "  REFUSED" TO WS-RPT-LINE(74:9)
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5300-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Average duration:     " WS-RPT-DURATION " secs"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-MONTH-SOURCE-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "SRC   CYCLES     READ   POSTED REJECTED"
                   "   RATE%  REFUSED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               PERFORM VARYING MSRC-IX FROM 1 BY 1
                       UNTIL MSRC-IX > WS-MONTH-SOURCE-COUNT
                   PERFORM 5310-WRITE-SOURCE-TOTAL
               END-PERFORM
           END-IF.

       5310-WRITE-SOURCE-TOTAL.
           MOVE WS-MSRC-CYCLES (MSRC-IX)   TO WS-RPT-SOURCE-CYCLES
           MOVE WS-MSRC-READ (MSRC-IX)     TO WS-RPT-READ
           MOVE WS-MSRC-POSTED (MSRC-IX)   TO WS-RPT-POSTED
           MOVE WS-MSRC-REJECTED (MSRC-IX) TO WS-RPT-REJECTED
           MOVE WS-MSRC-REFUSED (MSRC-IX)  TO WS-RPT-SOURCE-REFUSED
           IF WS-MSRC-READ (MSRC-IX) > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-MSRC-REJECTED (MSRC-IX) * 100
                       / WS-MSRC-READ (MSRC-IX)
           ELSE
               MOVE ZERO TO WS-REJECT-RATE
           END-IF
           MOVE WS-REJECT-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MSRC-CODE (MSRC-IX) " "
               WS-RPT-SOURCE-CYCLES WS-RPT-READ WS-RPT-POSTED
               WS-RPT-REJECTED "  " WS-RPT-RATE
               WS-RPT-SOURCE-REFUSED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
