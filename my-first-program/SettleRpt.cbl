      * which cycle this report belongs to. Every page is stamped
      * with the mode so nobody settles off a preliminary; missing
      * or unreadable defaults to FINAL, today's behavior.
      * 'RUNMODE=INTERIM' is the provisional listing of a late-
      * custodian day (the join's interim run, FILE1/FILE2 pairs
      * with no custodian amount yet) - stamped PROVISIONAL, and
      * like a preliminary it appends no step record.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(7).
           05 FILLER              PIC X(65).

      * One machine-readable record per run for STREAM-TIEOUT - see
      * copybook STEPTOT for the field meanings by step.
           05 WS-RUN-MM           PIC X(2).
           05 WS-RUN-DD           PIC X(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-MODE            PIC X(7) VALUE 'FINAL'.

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
              'PRELIMINARY RUN - DO NOT SETTLE FROM THIS REPORT'.
           05 FILLER              PIC X(80) VALUE SPACES.

       01  RPT-INTERIM-NOTE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(33) VALUE
              'PROVISIONAL - PENDING CUSTODIAN -'.
           05 FILLER              PIC X(31) VALUE
              ' DO NOT SETTLE FROM THIS REPORT'.
           05 FILLER              PIC X(66) VALUE SPACES.

       01  RPT-XLATE-NOTE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(58) VALUE
                           AND CTL-VALUE = 'PRELIM'
                       MOVE 'PRELIM' TO WS-RUN-MODE
                   END-IF
                   IF CTL-KEYWORD = 'RUNMODE='
                           AND CTL-VALUE = 'INTERIM'
                       MOVE 'INTERIM' TO WS-RUN-MODE
                   END-IF
           END-READ.

      * Straight control break on SECNR: accumulate while the key
           MOVE WS-RUN-MM TO RPT-H1-MM
           MOVE WS-RUN-DD TO RPT-H1-DD
           MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
           EVALUATE WS-RUN-MODE
               WHEN 'PRELIM'
                   MOVE '*PRELIMINARY' TO RPT-H1-MODE
               WHEN 'INTERIM'
                   MOVE '*PROVISIONAL' TO RPT-H1-MODE
               WHEN OTHER
                   MOVE 'FINAL' TO RPT-H1-MODE
           END-EVALUATE
           WRITE REPORT-RECORD FROM RPT-HEADING1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING2
               WRITE REPORT-RECORD FROM RPT-PRELIM-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RUN-MODE = 'INTERIM'
               WRITE REPORT-RECORD FROM RPT-INTERIM-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'GRAND TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-STEP-TOTALS.

      * A preliminary cycle appends no step record - the FINAL
      * stream's tie-out must only ever judge the FINAL run - and
      * neither does a provisional listing: the catch-up run's
      * report is the day's. The
      * guard wraps the body (this paragraph is PERFORMed without
      * THRU, so a GO TO out of it would leave the perform range).
       WRITE-STEP-TOTALS.
           IF WS-RUN-MODE NOT = 'PRELIM'
                   AND WS-RUN-MODE NOT = 'INTERIM'
               OPEN EXTEND STEP-FILE
               MOVE SPACES TO STEP-TOTALS-RECORD
               MOVE 'SETTLRPT' TO STEP-NAME
               MOVE WS-GROUP-COUNT TO STEP-AUX1-COUNT
               MOVE 0 TO STEP-AUX2-COUNT
               MOVE WS-GRAND-TOTAL TO STEP-AMOUNT
               MOVE 0 TO STEP-AUX3-COUNT
               MOVE 0 TO STEP-AUX3-AMOUNT
               WRITE STEP-TOTALS-RECORD
               CLOSE STEP-FILE
           END-IF.
