      ******************************************************************
      * PROGRAM: CUSTODIAN-CONFIRM-RESPONSE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To work the custodian's answer to our nightly
      *          confirmation file by machine instead of by e-mail:
      *          the response file (copybook CONFRSP) is balanced to
      *          its own HDR/TRL pair, matched to the generation of
      *          PROD.FILEJOIN.CONFIRM it answers (the business date
      *          its header names), and every key is judged:
      *            - DISPUTE:  we sent CONFIRMED, they dispute it or
      *                        agree a different amount;
      *            - NOANSWER: we sent it, they did not mention it;
      *            - NOTSENT:  they answered a key the generation
      *                        never carried.
      *          Each exception goes to the dispute dataset (copybook
      *          CONFDSP), read back once per section to print the
      *          report, the same way SECURITY-MASTER-RECONCILE
      *          prints its exceptions.
      *          No response at all is judged against the deadline
      *          card: within it the step ends clean and waits; past
      *          it every key of the unanswered generation is listed
      *          NOANSWER and the step ends with condition code 3025,
      *          so the desk chases the custodian rather than the
      *          keys. A response that does not balance, or answers a
      *          date we never confirmed, is refused whole with
      *          condition code 3026 and nothing is matched.
      *          Every response worked is logged by business date on
      *          the answered-log (copybook CONFANS), so a generation
      *          already answered is never judged overdue by a later
      *          run that finds the emptied response dataset.
      *          A response that answers an older generation while
      *          the newest is past its deadline is worked and logged
      *          as any other and the step ends clean, with a warning
      *          naming the overdue generation - the next run that
      *          finds no response lists its keys NOANSWER and ends
      *          3025.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODIAN-CONFIRM-RESPONSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * RESPONSE-FILE is the custodian's file after the job's sort on
      * SECNR - HDR and TRL sit in among the details wherever the
      * sort left them and are recognized by position, like the
      * feeds. CONFIRM-FILE is the GDG base, every generation still
      * cataloged concatenated newest first, so the first generation
      * found for a business date is the latest one sent for it.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO RSPDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONFIRM-FILE ASSIGN TO CONFDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISPUTE-FILE ASSIGN TO DSPDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: the answered-log is empty until the first response
      * is ever worked.
           SELECT OPTIONAL ANSWERED-FILE ASSIGN TO ANSDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RESPONSE-FILE.
           COPY CONFRSP.

      * CUSTODIAN-CONFIRM-EXTRACT's 52-byte layout, repeated here as
      * that program declares it.
       FD  CONFIRM-FILE.
       01  CONF-RECORD.
           05 CONF-SECNR          PIC X(10).
           05 CONF-STATUS         PIC X(1).
           05 CONF-TOTAL          PIC 9(11)V99.
           05 CONF-BUSDATE        PIC X(8).
           05 CONF-REF-DATA       PIC X(20).
       01  CONF-HEADER-RECORD.
           05 CONF-HDR-ID         PIC X(3).
           05 CONF-HDR-DATE       PIC X(8).
           05 CONF-HDR-SOURCE     PIC X(8).
           05 FILLER              PIC X(33).
       01  CONF-TRAILER-RECORD.
           05 CONF-TRL-ID         PIC X(3).
           05 CONF-TRL-COUNT      PIC 9(7).
           05 CONF-TRL-HASH       PIC 9(11)V99.
           05 FILLER              PIC X(29).

       FD  DISPUTE-FILE.
           COPY CONFDSP.

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

       FD  ANSWERED-FILE.
           COPY CONFANS.

      * Control cards, one keyword per card, any order:
      *   'BUSDATE=yyyymmdd'  - the business date the deadline is
      *                         judged at (defaulted to the
      *                         calendar's business date for the run
      *                         date);
      *   'DEADLINE=nn'       - business days after a confirmation's
      *                         business date by which its response
      *                         is due (defaulted to 01 - the next
      *                         business day).
       FD  CONTROL-FILE.
       01  CONTROL-CARD           PIC X(80).
       01  CONTROL-CARD-BUSDATE REDEFINES CONTROL-CARD.
           05 CTL-BUSDATE-KEY     PIC X(8).
           05 CTL-BUSDATE-VAL     PIC X(8).
           05 FILLER              PIC X(64).
       01  CONTROL-CARD-DEADLINE REDEFINES CONTROL-CARD.
           05 CTL-DEADLINE-KEY    PIC X(9).
           05 CTL-DEADLINE-VAL    PIC X(2).
           05 FILLER              PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-RSP-READ-COUNT   PIC 9(7) VALUE 0.
           05 WS-CONF-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-SENT-COUNT       PIC 9(7) VALUE 0.
           05 WS-ANSWER-COUNT     PIC 9(7) VALUE 0.
           05 WS-AGREED-COUNT     PIC 9(7) VALUE 0.
           05 WS-UNCONF-ANSWERED  PIC 9(7) VALUE 0.
           05 WS-DISPUTE-COUNT    PIC 9(6) VALUE 0.
           05 WS-NOANSWER-COUNT   PIC 9(6) VALUE 0.
           05 WS-NOTSENT-COUNT    PIC 9(6) VALUE 0.
           05 WS-SECTION-COUNT    PIC 9(6) VALUE 0.
           05 WS-EOF-CTL          PIC X VALUE 'N'.
           05 WS-EOF-RSP          PIC X VALUE 'N'.
           05 WS-EOF-CONF         PIC X VALUE 'N'.
           05 WS-EOF-DSP          PIC X VALUE 'N'.
           05 WS-EOF-ANS          PIC X VALUE 'N'.
           05 WS-ANS-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-DETAIL-FOUND     PIC X VALUE 'N'.

      * What the balancing pass found in the response file.
       01  WS-BALANCE-FIELDS.
           05 WS-RSP-PRESENT      PIC X VALUE 'N'.
           05 WS-RSP-OK           PIC X VALUE 'Y'.
           05 WS-RSP-FAIL-TEXT    PIC X(40) VALUE SPACES.
           05 WS-RSP-HDR-SEEN     PIC 9(3) VALUE 0.
           05 WS-RSP-TRL-SEEN     PIC 9(3) VALUE 0.
           05 WS-RSP-BAL-COUNT    PIC 9(7) VALUE 0.
           05 WS-RSP-BAL-HASH     PIC 9(11)V99 VALUE 0.
           05 WS-RSP-TRL-COUNT    PIC 9(7) VALUE 0.
           05 WS-RSP-TRL-HASH     PIC 9(11)V99 VALUE 0.
           05 WS-RSP-FILE-DATE    PIC X(8) VALUE SPACES.
           05 WS-RSP-SOURCE       PIC X(8) VALUE SPACES.
           05 WS-RSP-BUSDATE      PIC X(8) VALUE SPACES.
           05 WS-RSP-DTL-BUSDATE  PIC X(8) VALUE SPACES.
           05 WS-RSP-DATES-DIFFER PIC X VALUE 'N'.
           05 WS-RSP-PREV-KEY     PIC X(10) VALUE LOW-VALUES.

      * The confirmation generation the response answers, and the
      * newest generation sent at all (which the deadline watches).
       01  WS-GENERATION-FIELDS.
           05 WS-GEN-FOUND        PIC X VALUE 'N'.
           05 WS-GEN-BUSDATE      PIC X(8) VALUE SPACES.
           05 WS-GEN-SENT-DATE    PIC X(8) VALUE SPACES.
           05 WS-GEN-TRL-COUNT    PIC 9(7) VALUE 0.
           05 WS-LAST-HDR-DATE    PIC X(8) VALUE SPACES.
           05 WS-LATEST-BUSDATE   PIC X(8) VALUE SPACES.
           05 WS-LATEST-ANSWERED  PIC X VALUE 'N'.
           05 WS-MATCH-RAN        PIC X VALUE 'N'.
           05 WS-OVERDUE          PIC X VALUE 'N'.
           05 WS-NEWER-OVERDUE    PIC X VALUE 'N'.
           05 WS-PAST-DUE         PIC X VALUE 'N'.
           05 WS-DUE-DAYS         PIC 9(5) VALUE 0.
           05 WS-OUTCOME-TEXT     PIC X(40) VALUE SPACES.

      * Current key of each side; HIGH-VALUES once it is exhausted.
       01  WS-MERGE-KEYS.
           05 WS-SENT-KEY         PIC X(10) VALUE HIGH-VALUES.
           05 WS-RESP-KEY         PIC X(10) VALUE HIGH-VALUES.

       01  WS-DSP-TYPE            PIC X(8) VALUE SPACES.
       01  WS-SECTION-TYPE        PIC X(8) VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-DEADLINE-DAYS       PIC 9(2) VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 55.

       01  RPT-HEADING1.
           05 FILLER              PIC X(27) VALUE
              'CUSTODIAN-CONFIRM-RESPONSE'.
           05 FILLER              PIC X(24) VALUE
              'CONFIRMATION RESPONSES'.
           05 FILLER              PIC X(10) VALUE ' BUSDATE: '.
           05 RPT-H1-DATE         PIC X(8).
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE 'PAGE: '.
           05 RPT-H1-PAGE         PIC ZZZ9.
           05 FILLER              PIC X(45) VALUE SPACES.

       01  RPT-INFO-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-INFO-TEXT       PIC X(32).
           05 RPT-INFO-VALUE      PIC X(40).
           05 FILLER              PIC X(58) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-SEC-TITLE       PIC X(60).
           05 FILLER              PIC X(70) VALUE SPACES.

       01  RPT-DISPUTE-HEAD.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(5) VALUE 'SENT'.
           05 FILLER              PIC X(19) VALUE
              '        OUR TOTAL'.
           05 FILLER              PIC X(6) VALUE 'ANS'.
           05 FILLER              PIC X(19) VALUE
              ' CUSTODIAN AMOUNT'.
           05 FILLER              PIC X(69) VALUE '  REASON GIVEN'.

       01  RPT-DISPUTE-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DSP-SECNR       PIC X(10).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DSP-OUR-STATUS  PIC X(1).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DSP-OUR-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DSP-CUST-STATUS PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DSP-CUST-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 RPT-DSP-REASON      PIC X(20).
           05 FILLER              PIC X(48) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-CNT-TEXT        PIC X(32).
           05 RPT-CNT-COUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM BALANCE-RESPONSE
           IF WS-RSP-OK = 'Y'
               PERFORM FIND-ANSWERED-GENERATION
               PERFORM JUDGE-RESPONSE
           END-IF
           CLOSE DISPUTE-FILE
           PERFORM PRINT-RESPONSE-SUMMARY
           IF WS-MATCH-RAN = 'Y'
               MOVE 'DISPUTE ' TO WS-SECTION-TYPE
               PERFORM PRINT-DISPUTE-SECTION
               MOVE 'NOANSWER' TO WS-SECTION-TYPE
               PERFORM PRINT-DISPUTE-SECTION
               MOVE 'NOTSENT ' TO WS-SECTION-TYPE
               PERFORM PRINT-DISPUTE-SECTION
           END-IF
           PERFORM PRINT-REPORT-TOTALS
           PERFORM CLOSE-FILES
           EVALUATE TRUE
               WHEN WS-RSP-OK = 'N'
                   PERFORM ABORT-RESPONSE-REFUSED
               WHEN WS-OVERDUE = 'Y'
                   PERFORM ABORT-RESPONSE-OVERDUE
               WHEN WS-NEWER-OVERDUE = 'Y'
                   PERFORM WARN-NEWER-OVERDUE
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT DISPUTE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARDS.

       READ-CONTROL-CARDS.
           PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CTL
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
           END-PERFORM.

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CTL-BUSDATE-KEY = 'BUSDATE='
                       AND CTL-BUSDATE-VAL NUMERIC
                   MOVE CTL-BUSDATE-VAL TO WS-BUSINESS-DATE
               WHEN CTL-DEADLINE-KEY = 'DEADLINE='
                       AND CTL-DEADLINE-VAL NUMERIC
                   MOVE CTL-DEADLINE-VAL TO WS-DEADLINE-DAYS
               WHEN OTHER
                   DISPLAY "CUSTODIAN-CONFIRM-RESPONSE: bad control"
                       " card '" CONTROL-CARD "' - ignored"
           END-EVALUATE.

      * One full read of the response, recognizing HDR/TRL wherever
      * the sort left them - the same balancing the join gives the
      * feeds. An empty file is not a failure, it is no response
      * yet. Anything else that does not add up refuses the whole
      * file: one header, one trailer agreeing count and hash, every
      * detail 'A' or 'D' with a numeric amount, one detail per SECNR,
      * and every detail answering the header's business date.
       BALANCE-RESPONSE.
           OPEN INPUT RESPONSE-FILE
           PERFORM UNTIL WS-EOF-RSP = 'Y'
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RSP
                   NOT AT END
                       MOVE 'Y' TO WS-RSP-PRESENT
                       EVALUATE RSP-HDR-ID
                           WHEN 'HDR'
                               ADD 1 TO WS-RSP-HDR-SEEN
                               MOVE RSP-HDR-DATE TO WS-RSP-FILE-DATE
                               MOVE RSP-HDR-SOURCE TO WS-RSP-SOURCE
                               MOVE RSP-HDR-BUSDATE TO WS-RSP-BUSDATE
                           WHEN 'TRL'
                               ADD 1 TO WS-RSP-TRL-SEEN
                               MOVE RSP-TRL-COUNT TO WS-RSP-TRL-COUNT
                               MOVE RSP-TRL-HASH TO WS-RSP-TRL-HASH
                           WHEN OTHER
                               PERFORM BALANCE-RESPONSE-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE
           IF WS-RSP-PRESENT = 'Y'
               PERFORM CHECK-RESPONSE-CONTROLS
           END-IF.

       BALANCE-RESPONSE-DETAIL.
           ADD 1 TO WS-RSP-BAL-COUNT
           IF RSP-AMOUNT NUMERIC
               ADD RSP-AMOUNT TO WS-RSP-BAL-HASH
           ELSE
               IF WS-RSP-FAIL-TEXT = SPACES
                   MOVE 'DETAIL AMOUNT NOT NUMERIC'
                       TO WS-RSP-FAIL-TEXT
               END-IF
           END-IF
           IF RSP-STATUS NOT = 'A' AND RSP-STATUS NOT = 'D'
                   AND WS-RSP-FAIL-TEXT = SPACES
               MOVE 'DETAIL STATUS NOT A OR D' TO WS-RSP-FAIL-TEXT
           END-IF
           IF RSP-SECNR = WS-RSP-PREV-KEY
                   AND WS-RSP-FAIL-TEXT = SPACES
               MOVE 'SECNR ANSWERED TWICE' TO WS-RSP-FAIL-TEXT
           END-IF
           MOVE RSP-SECNR TO WS-RSP-PREV-KEY
           IF WS-RSP-DTL-BUSDATE = SPACES
               MOVE RSP-BUSDATE TO WS-RSP-DTL-BUSDATE
           ELSE
               IF RSP-BUSDATE NOT = WS-RSP-DTL-BUSDATE
                   MOVE 'Y' TO WS-RSP-DATES-DIFFER
               END-IF
           END-IF.

       CHECK-RESPONSE-CONTROLS.
           EVALUATE TRUE
               WHEN WS-RSP-FAIL-TEXT NOT = SPACES
                   CONTINUE
               WHEN WS-RSP-HDR-SEEN NOT = 1
                   MOVE 'NOT EXACTLY ONE HDR RECORD'
                       TO WS-RSP-FAIL-TEXT
               WHEN WS-RSP-TRL-SEEN NOT = 1
                   MOVE 'NOT EXACTLY ONE TRL RECORD'
                       TO WS-RSP-FAIL-TEXT
               WHEN WS-RSP-BAL-COUNT NOT = WS-RSP-TRL-COUNT
                   MOVE 'DETAIL COUNT DISAGREES WITH TRL'
                       TO WS-RSP-FAIL-TEXT
               WHEN WS-RSP-BAL-HASH NOT = WS-RSP-TRL-HASH
                   MOVE 'AMOUNT HASH DISAGREES WITH TRL'
                       TO WS-RSP-FAIL-TEXT
               WHEN WS-RSP-BUSDATE NOT NUMERIC
                   MOVE 'HDR BUSINESS DATE NOT NUMERIC'
                       TO WS-RSP-FAIL-TEXT
               WHEN WS-RSP-DATES-DIFFER = 'Y'
                       OR (WS-RSP-BAL-COUNT > 0
                           AND WS-RSP-DTL-BUSDATE NOT = WS-RSP-BUSDATE)
                   MOVE 'DETAILS ANSWER ANOTHER BUSINESS DATE'
                       TO WS-RSP-FAIL-TEXT
           END-EVALUATE
           IF WS-RSP-FAIL-TEXT NOT = SPACES
               MOVE 'N' TO WS-RSP-OK
               MOVE 'RESPONSE REFUSED' TO WS-OUTCOME-TEXT
           END-IF.

      * Walk the confirmation generations newest first. The first
      * detail seen at all is the newest business date sent; with a
      * response in hand the search goes on to the first detail of
      * the business date it answers, which is left as the current
      * CONF-RECORD for the merge. An empty generation (a night with
      * nothing to confirm) has no detail and is passed over.
       FIND-ANSWERED-GENERATION.
           OPEN INPUT CONFIRM-FILE
           PERFORM UNTIL WS-EOF-CONF = 'Y' OR WS-GEN-FOUND = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CONF
                   NOT AT END
                       ADD 1 TO WS-CONF-READ-COUNT
                       PERFORM CHECK-GENERATION-RECORD
               END-READ
           END-PERFORM.

       CHECK-GENERATION-RECORD.
           EVALUATE CONF-HDR-ID
               WHEN 'HDR'
                   MOVE CONF-HDR-DATE TO WS-LAST-HDR-DATE
               WHEN 'TRL'
                   CONTINUE
               WHEN OTHER
                   IF WS-LATEST-BUSDATE = SPACES
                       MOVE CONF-BUSDATE TO WS-LATEST-BUSDATE
                   END-IF
                   IF WS-RSP-PRESENT = 'N'
                           OR CONF-BUSDATE = WS-RSP-BUSDATE
                       MOVE 'Y' TO WS-GEN-FOUND
                       MOVE CONF-BUSDATE TO WS-GEN-BUSDATE
                       MOVE WS-LAST-HDR-DATE TO WS-GEN-SENT-DATE
                       MOVE CONF-SECNR TO WS-SENT-KEY
                       ADD 1 TO WS-SENT-COUNT
                   END-IF
           END-EVALUATE.

      * What the balanced response (or its absence) calls for:
      *   - a response for a date no generation carries: refused;
      *   - a response: matched against its generation and logged
      *     as answered, and the newest generation sent watched for
      *     its deadline if this response answered an older one -
      *     past it, a warning only: this run's response is worked
      *     and must be cleared, so the step still ends clean;
      *   - no response: the newest generation sent is watched for
      *     its deadline, and listed unanswered once past it.
      * A newest generation the answered-log shows was answered by
      * an earlier run is never watched - its response has been
      * worked and cleared.
       JUDGE-RESPONSE.
           PERFORM CHECK-ANSWERED-LOG
           EVALUATE TRUE
               WHEN WS-RSP-PRESENT = 'Y' AND WS-GEN-FOUND = 'N'
                   MOVE 'N' TO WS-RSP-OK
                   MOVE 'NO CONFIRMATION SENT FOR THAT DATE'
                       TO WS-RSP-FAIL-TEXT
                   MOVE 'RESPONSE REFUSED' TO WS-OUTCOME-TEXT
               WHEN WS-RSP-PRESENT = 'Y'
                   PERFORM MATCH-RESPONSES
                   PERFORM LOG-ANSWERED-RESPONSE
                   MOVE 'RESPONSE MATCHED' TO WS-OUTCOME-TEXT
                   IF WS-GEN-BUSDATE NOT = WS-LATEST-BUSDATE
                           AND WS-LATEST-ANSWERED = 'N'
                       PERFORM CHECK-DEADLINE
                       IF WS-PAST-DUE = 'Y'
                           MOVE 'Y' TO WS-NEWER-OVERDUE
                           MOVE 'RESPONSE MATCHED - NEWEST IS OVERDUE'
                               TO WS-OUTCOME-TEXT
                       END-IF
                   END-IF
               WHEN WS-GEN-FOUND = 'N'
                   MOVE 'NO RESPONSE - NO CONFIRMATION SENT YET'
                       TO WS-OUTCOME-TEXT
               WHEN WS-LATEST-ANSWERED = 'Y'
                   MOVE 'NO RESPONSE - NEWEST ALREADY ANSWERED'
                       TO WS-OUTCOME-TEXT
               WHEN OTHER
                   PERFORM CHECK-DEADLINE
                   IF WS-PAST-DUE = 'Y'
                       MOVE 'Y' TO WS-OVERDUE
                       MOVE 'RESPONSE OVERDUE - CHASE THE CUSTODIAN'
                           TO WS-OUTCOME-TEXT
                       PERFORM MATCH-RESPONSES
                   ELSE
                       MOVE 'NO RESPONSE - NOT YET DUE'
                           TO WS-OUTCOME-TEXT
                   END-IF
           END-EVALUATE
           CLOSE CONFIRM-FILE.

      * One pass of the answered-log: has the newest generation
      * sent already had its response worked?
       CHECK-ANSWERED-LOG.
           OPEN INPUT ANSWERED-FILE
           PERFORM UNTIL WS-EOF-ANS = 'Y'
               READ ANSWERED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ANS
                   NOT AT END
                       ADD 1 TO WS-ANS-READ-COUNT
                       IF ANS-BUS-DATE = WS-LATEST-BUSDATE
                               AND WS-LATEST-BUSDATE NOT = SPACES
                           MOVE 'Y' TO WS-LATEST-ANSWERED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWERED-FILE.

      * Opened, appended and closed in one breath once the response
      * has been matched.
       LOG-ANSWERED-RESPONSE.
           OPEN EXTEND ANSWERED-FILE
           MOVE SPACES TO CONF-ANSWERED-RECORD
           MOVE WS-GEN-BUSDATE TO ANS-BUS-DATE
           MOVE WS-RUN-DATE TO ANS-RUN-DATE
           MOVE WS-RSP-FILE-DATE TO ANS-FILE-DATE
           MOVE WS-RSP-SOURCE TO ANS-SOURCE
           MOVE WS-RSP-BAL-COUNT TO ANS-RESPONSE-COUNT
           MOVE WS-DISPUTE-COUNT TO ANS-DISPUTE-COUNT
           MOVE WS-NOANSWER-COUNT TO ANS-NOANSWER-COUNT
           MOVE WS-NOTSENT-COUNT TO ANS-NOTSENT-COUNT
           WRITE CONF-ANSWERED-RECORD
           CLOSE ANSWERED-FILE.

      * Business days from the newest confirmation's business date
      * (exclusive) to the business date (inclusive) - a response
      * due the next business day is overdue when that day's run
      * finds none.
       CHECK-DEADLINE.
           MOVE 'DAYS' TO CALQ-FUNCTION
           MOVE WS-LATEST-BUSDATE TO CALQ-DATE-IN
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-2
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           IF CALQ-RETURN = '00'
               MOVE CALQ-DAYS TO WS-DUE-DAYS
           ELSE
               MOVE 0 TO WS-DUE-DAYS
           END-IF
           IF WS-DUE-DAYS NOT < WS-DEADLINE-DAYS
               MOVE 'Y' TO WS-PAST-DUE
           END-IF.

      * The answered generation against the sorted response, both in
      * ascending SECNR order; a side that is exhausted reads
      * HIGH-VALUES. With no response the response side starts
      * exhausted and every key sent falls out unanswered.
       MATCH-RESPONSES.
           MOVE 'Y' TO WS-MATCH-RAN
           MOVE HIGH-VALUES TO WS-RESP-KEY
           IF WS-RSP-PRESENT = 'Y'
               MOVE 'N' TO WS-EOF-RSP
               OPEN INPUT RESPONSE-FILE
               PERFORM READ-RESPONSE
           END-IF
           PERFORM UNTIL WS-SENT-KEY = HIGH-VALUES
                   AND WS-RESP-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SENT-KEY < WS-RESP-KEY
                       MOVE 'NOANSWER' TO WS-DSP-TYPE
                       PERFORM WRITE-DISPUTE
                       ADD 1 TO WS-NOANSWER-COUNT
                       PERFORM READ-SENT
                   WHEN WS-RESP-KEY < WS-SENT-KEY
                       MOVE 'NOTSENT ' TO WS-DSP-TYPE
                       PERFORM WRITE-DISPUTE
                       ADD 1 TO WS-NOTSENT-COUNT
                       PERFORM READ-RESPONSE
                   WHEN OTHER
                       PERFORM JUDGE-ANSWERED-KEY
                       PERFORM READ-SENT
                       PERFORM READ-RESPONSE
               END-EVALUATE
           END-PERFORM
           IF WS-RSP-PRESENT = 'Y'
               CLOSE RESPONSE-FILE
           END-IF.

      * An UNCONFIRMED key has nothing of ours to dispute - whatever
      * the custodian says about it is noted and left to the break
      * and suspense desks already chasing it.
       JUDGE-ANSWERED-KEY.
           ADD 1 TO WS-ANSWER-COUNT
           EVALUATE TRUE
               WHEN CONF-STATUS NOT = 'C'
                   ADD 1 TO WS-UNCONF-ANSWERED
               WHEN RSP-STATUS = 'D'
                       OR RSP-AMOUNT NOT = CONF-TOTAL
                   MOVE 'DISPUTE ' TO WS-DSP-TYPE
                   PERFORM WRITE-DISPUTE
                   ADD 1 TO WS-DISPUTE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGREED-COUNT
           END-EVALUATE.

      * The generation ends at its own trailer (or at the next
      * generation's header, or the end of the concatenation).
       READ-SENT.
           READ CONFIRM-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SENT-KEY
               NOT AT END
                   ADD 1 TO WS-CONF-READ-COUNT
                   EVALUATE CONF-HDR-ID
                       WHEN 'TRL'
                           MOVE CONF-TRL-COUNT TO WS-GEN-TRL-COUNT
                           MOVE HIGH-VALUES TO WS-SENT-KEY
                       WHEN 'HDR'
                           MOVE HIGH-VALUES TO WS-SENT-KEY
                       WHEN OTHER
                           ADD 1 TO WS-SENT-COUNT
                           MOVE CONF-SECNR TO WS-SENT-KEY
                   END-EVALUATE
           END-READ.

      * Skips the control records, so the merge only sees details.
       READ-RESPONSE.
           MOVE 'N' TO WS-DETAIL-FOUND
           PERFORM UNTIL WS-DETAIL-FOUND = 'Y'
               READ RESPONSE-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-RESP-KEY
                       MOVE 'Y' TO WS-DETAIL-FOUND
                   NOT AT END
                       IF RSP-HDR-ID NOT = 'HDR'
                               AND RSP-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-RSP-READ-COUNT
                           MOVE RSP-SECNR TO WS-RESP-KEY
                           MOVE 'Y' TO WS-DETAIL-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-DISPUTE.
           MOVE SPACES TO CONF-DISPUTE-RECORD
           MOVE WS-DSP-TYPE TO DSP-TYPE
           MOVE WS-GEN-BUSDATE TO DSP-BUS-DATE
           MOVE WS-RUN-DATE TO DSP-RUN-DATE
           MOVE 0 TO DSP-OUR-TOTAL
           MOVE 0 TO DSP-CUST-AMOUNT
           IF WS-DSP-TYPE = 'NOTSENT '
               MOVE WS-RESP-KEY TO DSP-SECNR
           ELSE
               MOVE WS-SENT-KEY TO DSP-SECNR
               MOVE CONF-STATUS TO DSP-OUR-STATUS
               MOVE CONF-TOTAL TO DSP-OUR-TOTAL
           END-IF
           IF WS-DSP-TYPE NOT = 'NOANSWER'
               MOVE RSP-STATUS TO DSP-CUST-STATUS
               MOVE RSP-AMOUNT TO DSP-CUST-AMOUNT
               MOVE RSP-REASON TO DSP-CUST-REASON
           END-IF
           WRITE CONF-DISPUTE-RECORD.

       PRINT-RESPONSE-SUMMARY.
           PERFORM PRINT-REPORT-HEADING
           MOVE 'RESPONSE FILE.................: ' TO RPT-INFO-TEXT
           EVALUATE TRUE
               WHEN WS-RSP-PRESENT = 'N'
                   MOVE 'NOT RECEIVED' TO RPT-INFO-VALUE
               WHEN WS-RSP-OK = 'N'
                   MOVE 'REFUSED' TO RPT-INFO-VALUE
               WHEN OTHER
                   MOVE 'BALANCED' TO RPT-INFO-VALUE
           END-EVALUATE
           PERFORM WRITE-INFO-LINE
           IF WS-RSP-PRESENT = 'Y'
               MOVE 'CUSTODIAN FILE DATE...........: ' TO RPT-INFO-TEXT
               MOVE WS-RSP-FILE-DATE TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
               MOVE 'CUSTODIAN FILE SOURCE.........: ' TO RPT-INFO-TEXT
               MOVE WS-RSP-SOURCE TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
               MOVE 'BUSINESS DATE ANSWERED........: ' TO RPT-INFO-TEXT
               MOVE WS-RSP-BUSDATE TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
           END-IF
           IF WS-RSP-OK = 'N'
               MOVE 'REASON REFUSED................: ' TO RPT-INFO-TEXT
               MOVE WS-RSP-FAIL-TEXT TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
           END-IF
           IF WS-MATCH-RAN = 'Y'
               MOVE 'GENERATION MATCHED (BUSDATE)..: ' TO RPT-INFO-TEXT
               MOVE WS-GEN-BUSDATE TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
               MOVE 'GENERATION SENT ON............: ' TO RPT-INFO-TEXT
               MOVE WS-GEN-SENT-DATE TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
           END-IF
           MOVE 'NEWEST CONFIRMATION (BUSDATE).: ' TO RPT-INFO-TEXT
           MOVE WS-LATEST-BUSDATE TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'NEWEST ANSWERED BY EARLIER RUN: ' TO RPT-INFO-TEXT
           MOVE WS-LATEST-ANSWERED TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'DEADLINE (BUSINESS DAYS)......: ' TO RPT-INFO-TEXT
           MOVE WS-DEADLINE-DAYS TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           IF WS-NEWER-OVERDUE = 'Y'
               MOVE 'WARNING.......................: ' TO RPT-INFO-TEXT
               MOVE 'NEWEST GENERATION PAST ITS DEADLINE'
                   TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
           END-IF
           MOVE 'OUTCOME.......................: ' TO RPT-INFO-TEXT
           MOVE WS-OUTCOME-TEXT TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE.

       WRITE-INFO-LINE.
           WRITE REPORT-RECORD FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      * One pass of the finished dispute dataset per section, so each
      * section prints together in SECNR order on its own page.
       PRINT-DISPUTE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-DSP
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL WS-EOF-DSP = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-DSP
                   NOT AT END
                       IF DSP-TYPE = WS-SECTION-TYPE
                           PERFORM PRINT-DISPUTE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           IF WS-SECTION-COUNT = 0
               MOVE '  (NONE)' TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-SECTION-HEADING.
           EVALUATE WS-SECTION-TYPE
               WHEN 'DISPUTE '
                   MOVE 'SECTION 1 - CONFIRMED BY US, DISPUTED BY THEM'
                       TO RPT-SEC-TITLE
               WHEN 'NOANSWER'
                   MOVE 'SECTION 2 - SENT BUT NEVER ANSWERED'
                       TO RPT-SEC-TITLE
               WHEN OTHER
                   MOVE 'SECTION 3 - ANSWERED BUT NEVER SENT'
                       TO RPT-SEC-TITLE
           END-EVALUATE
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-DISPUTE-HEAD
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 4 TO WS-LINE-COUNT.

       PRINT-DISPUTE-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
               PERFORM PRINT-SECTION-HEADING
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE DSP-SECNR TO RPT-DSP-SECNR
           MOVE DSP-OUR-STATUS TO RPT-DSP-OUR-STATUS
           MOVE DSP-OUR-TOTAL TO RPT-DSP-OUR-TOTAL
           MOVE DSP-CUST-STATUS TO RPT-DSP-CUST-STATUS
           MOVE DSP-CUST-AMOUNT TO RPT-DSP-CUST-AMOUNT
           MOVE DSP-CUST-REASON TO RPT-DSP-REASON
           WRITE REPORT-RECORD FROM RPT-DISPUTE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-BUSINESS-DATE TO RPT-H1-DATE
           MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING1
               AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-REPORT-TOTALS.
           PERFORM PRINT-REPORT-HEADING
           MOVE 'SECNRS SENT IN GENERATION.....: ' TO RPT-CNT-TEXT
           MOVE WS-SENT-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RESPONSES RECEIVED............: ' TO RPT-CNT-TEXT
           MOVE WS-RSP-BAL-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AGREED........................: ' TO RPT-CNT-TEXT
           MOVE WS-AGREED-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'UNCONFIRMED KEYS ANSWERED.....: ' TO RPT-CNT-TEXT
           MOVE WS-UNCONF-ANSWERED TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DISPUTED......................: ' TO RPT-CNT-TEXT
           MOVE WS-DISPUTE-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NEVER ANSWERED................: ' TO RPT-CNT-TEXT
           MOVE WS-NOANSWER-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NEVER SENT....................: ' TO RPT-CNT-TEXT
           MOVE WS-NOTSENT-COUNT TO RPT-CNT-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "CUSTODIAN-CONFIRM-RESPONSE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Business date.................: "
               WS-BUSINESS-DATE
           DISPLAY "Response records read.........: "
               WS-RSP-BAL-COUNT
           DISPLAY "Confirmation records read.....: "
               WS-CONF-READ-COUNT
           DISPLAY "Answered-log records read.....: "
               WS-ANS-READ-COUNT
           DISPLAY "Business date answered........: "
               WS-GEN-BUSDATE
           DISPLAY "SECNRs sent in generation.....: "
               WS-SENT-COUNT
           DISPLAY "Agreed........................: "
               WS-AGREED-COUNT
           DISPLAY "Disputed......................: "
               WS-DISPUTE-COUNT
           DISPLAY "Never answered................: "
               WS-NOANSWER-COUNT
           DISPLAY "Never sent....................: "
               WS-NOTSENT-COUNT
           DISPLAY "==================================================".

       ABORT-RESPONSE-REFUSED.
           DISPLAY "=================================================="
           DISPLAY "CONFIRMATION RESPONSE REFUSED - CODE 3026"
           DISPLAY "=================================================="
           DISPLAY "Reason........................: "
               WS-RSP-FAIL-TEXT
           DISPLAY "HDR / TRL records found.......: "
               WS-RSP-HDR-SEEN " / " WS-RSP-TRL-SEEN
           DISPLAY "Detail records counted........: "
               WS-RSP-BAL-COUNT
           DISPLAY "Trailer record count..........: "
               WS-RSP-TRL-COUNT
           DISPLAY "Amount hash accumulated.......: "
               WS-RSP-BAL-HASH
           DISPLAY "Trailer hash total............: "
               WS-RSP-TRL-HASH
           DISPLAY "Business date answered (HDR)..: "
               WS-RSP-BUSDATE
           DISPLAY "=================================================="
           MOVE 3026 TO RETURN-CODE.

       ABORT-RESPONSE-OVERDUE.
           DISPLAY "=================================================="
           DISPLAY "CONFIRMATION RESPONSE OVERDUE - CODE 3025"
           DISPLAY "=================================================="
           DISPLAY "Newest confirmation sent for..: "
               WS-LATEST-BUSDATE
           DISPLAY "Business days since...........: "
               WS-DUE-DAYS
           DISPLAY "Deadline (business days)......: "
               WS-DEADLINE-DAYS
           DISPLAY "=================================================="
           MOVE 3025 TO RETURN-CODE.

      * The newest generation is as overdue as under 3025, but this
      * run worked a response that CLRRESP must now clear - so the
      * step ends clean and says so here and on the report.
       WARN-NEWER-OVERDUE.
           DISPLAY "=================================================="
           DISPLAY "WARNING - NEWER CONFIRMATION OVERDUE"
           DISPLAY "=================================================="
           DISPLAY "Response worked for...........: "
               WS-GEN-BUSDATE
           DISPLAY "Newest confirmation sent for..: "
               WS-LATEST-BUSDATE
           DISPLAY "Business days since...........: "
               WS-DUE-DAYS
           DISPLAY "Deadline (business days)......: "
               WS-DEADLINE-DAYS
           DISPLAY "=================================================="
           DISPLAY "CUSTODIAN-CONFIRM-RESPONSE: chase the custodian"
               " for " WS-LATEST-BUSDATE " - the next run without"
               " a response lists its keys NOANSWER".

       END PROGRAM CUSTODIAN-CONFIRM-RESPONSE.
