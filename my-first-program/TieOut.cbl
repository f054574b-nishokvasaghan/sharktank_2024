      *          output against each consumer's input, recycle output
      *          against join input, posted segments against security
      *          count, every consumer's amount against the join's
      *          grand total, write-offs against the ledger feed's
      *          entries - and end the job with one green/red
      *          verdict: condition code zero when everything ties,
      *          a distinct code and a discrepancy report when
      *          anything does not. This is what catches a settlement
              10 WS-CONFEXT-AUX1     PIC 9(7) VALUE 0.
              10 WS-CONFEXT-AUX2     PIC 9(7) VALUE 0.
              10 WS-CONFEXT-AMT      PIC 9(11)V99 VALUE 0.
           05 WS-GLFEED-SLOT.
              10 WS-GLFEED-SEEN      PIC X VALUE 'N'.
              10 WS-GLFEED-IN        PIC 9(7) VALUE 0.
              10 WS-GLFEED-OUT       PIC 9(7) VALUE 0.
              10 WS-GLFEED-AUX1      PIC 9(7) VALUE 0.
              10 WS-GLFEED-AUX2      PIC 9(7) VALUE 0.
              10 WS-GLFEED-AMT       PIC 9(11)V99 VALUE 0.
              10 WS-GLFEED-AUX3      PIC 9(7) VALUE 0.
              10 WS-GLFEED-AUX3-AMT  PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
                   MOVE STEP-AUX1-COUNT TO WS-CONFEXT-AUX1
                   MOVE STEP-AUX2-COUNT TO WS-CONFEXT-AUX2
                   MOVE STEP-AMOUNT TO WS-CONFEXT-AMT
               WHEN 'GLFEED'
                   MOVE 'Y' TO WS-GLFEED-SEEN
                   MOVE STEP-IN-COUNT TO WS-GLFEED-IN
                   MOVE STEP-OUT-COUNT TO WS-GLFEED-OUT
                   MOVE STEP-AUX1-COUNT TO WS-GLFEED-AUX1
                   MOVE STEP-AUX2-COUNT TO WS-GLFEED-AUX2
                   MOVE STEP-AMOUNT TO WS-GLFEED-AMT
                   MOVE STEP-AUX3-COUNT TO WS-GLFEED-AUX3
                   MOVE STEP-AUX3-AMOUNT TO WS-GLFEED-AUX3-AMT
               WHEN OTHER
                   DISPLAY "STREAM-TIEOUT: unknown step record '"
                       STEP-NAME "' - ignored"
           IF WS-SUSPCYCL-SEEN = 'Y' AND WS-FILEJOIN-SEEN = 'Y'
               PERFORM CHECK-RECYCLE-ARRIVAL
           END-IF
           IF WS-SUSPCYCL-SEEN = 'Y' AND WS-GLFEED-SEEN = 'Y'
               MOVE WS-SUSPCYCL-AUX2 TO WS-TIE-LEFT
               MOVE WS-GLFEED-IN TO WS-TIE-RIGHT
               MOVE 'SUSPCYCL WRITE-OFFS VS GLFEED READ'
                   TO WS-TIE-TEXT
               PERFORM PRINT-TIE-RESULT
               MOVE WS-SUSPCYCL-AMT TO WS-TIE-LEFT
               MOVE WS-GLFEED-AUX3-AMT TO WS-TIE-RIGHT
               MOVE 'SUSPCYCL WRITE-OFF AMOUNT VS GLFEED POSTED'
                   TO WS-TIE-TEXT
               PERFORM PRINT-TIE-RESULT
           END-IF
           IF WS-FILEJOIN-SEEN = 'Y' AND WS-GLFEED-SEEN = 'Y'
               MOVE WS-FILEJOIN-OUT TO WS-TIE-LEFT
               MOVE WS-GLFEED-AUX1 TO WS-TIE-RIGHT
               MOVE 'JOIN OUT-FILE COUNT VS GLFEED READ'
                   TO WS-TIE-TEXT
               PERFORM PRINT-TIE-RESULT
           END-IF
           IF WS-GLFEED-SEEN = 'Y'
               PERFORM CHECK-GL-BATCH
           END-IF
           IF WS-TOTLPOST-SEEN = 'Y'
               MOVE WS-TOTLPOST-AUX1 TO WS-TIE-LEFT
               COMPUTE WS-TIE-RIGHT = WS-TOTLPOST-OUT
           END-IF
           IF WS-CONFEXT-SEEN = 'N'
               PERFORM FAIL-MISSING-CONFEXT
           END-IF
           IF WS-GLFEED-SEEN = 'N'
               PERFORM FAIL-MISSING-GLFEED
           END-IF.

       FAIL-MISSING-SUSPCYCL.
               TO WS-TIE-TEXT
           PERFORM PRINT-MISSING-STEP.

       FAIL-MISSING-GLFEED.
           MOVE 'NO STEP RECORD FROM GLFEED THIS CYCLE'
               TO WS-TIE-TEXT
           PERFORM PRINT-MISSING-STEP.

      * The recycled records were merged into the join's feeds, so
      * the join must have read AT LEAST that many details - an
      * equality can never hold here (the feeds carry the night's
               PERFORM PRINT-TIE-FAIL
           END-IF.

      * Every ledger entry is one debit line and one credit line, so
      * the batch balances exactly when it holds two lines per entry;
      * and each write-off read is exactly one write-off entry -
      * counted apart from the tolerance-difference entries, so a
      * dropped write-off cannot hide behind a currency's net.
       CHECK-GL-BATCH.
           COMPUTE WS-TIE-LEFT = WS-GLFEED-AUX2 * 2
           MOVE WS-GLFEED-OUT TO WS-TIE-RIGHT
           MOVE 'GLFEED LINES VS TWO PER JOURNAL ENTRY'
               TO WS-TIE-TEXT
           PERFORM PRINT-TIE-RESULT
           MOVE WS-GLFEED-IN TO WS-TIE-LEFT
           MOVE WS-GLFEED-AUX3 TO WS-TIE-RIGHT
           MOVE 'GLFEED WRITE-OFFS READ VS WRITE-OFFS POSTED'
               TO WS-TIE-TEXT
           PERFORM PRINT-TIE-RESULT.

       PRINT-TIE-RESULT.
           IF WS-TIE-LEFT = WS-TIE-RIGHT
               PERFORM PRINT-TIE-OK
