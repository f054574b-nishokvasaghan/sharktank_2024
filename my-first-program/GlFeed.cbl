      ******************************************************************
      * PROGRAM: GENERAL-LEDGER-FEED
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To put the night's suspense write-offs and absorbed
      *          tolerance differences on the general ledger. Every
      *          record SUSPENSE-RECYCLE wrote off becomes one
      *          balanced debit/credit journal entry, and the net of
      *          the custodian-versus-internal differences that
      *          passed tolerance onto OUT-FILE becomes one entry per
      *          custodian currency - both in the ledger's upload
      *          layout (copybook GLJREC), with a batch header and a
      *          trailer carrying the line count and debit/credit
      *          totals. Account codes come from Finance's mapping
      *          table (copybook GLMAP). Every item is mapped before
      *          a single line is written: if any write-off or
      *          currency has no mapping the batch is not produced at
      *          all and the step ends with condition code 3017, so
      *          the ledger never receives a batch with a write-off
      *          missing from it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAL-LEDGER-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-FILE ASSIGN TO WRTOFFDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT-FILE ASSIGN TO OUTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAP-FILE ASSIGN TO GLMAPDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT STEP-FILE ASSIGN TO STEPDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * SUSPENSE-RECYCLE's write-off dataset, one SUSPENSE-RECORD per
      * record that reached MAXCYCLES tonight. Read twice: once to
      * prove every record maps to an account, once to post.
       FD  WRITEOFF-FILE.
           COPY SUSPREC.

       FD  OUT-FILE.
           COPY OUTREC.

       FD  MAP-FILE.
           COPY GLMAP.

       FD  JOURNAL-FILE.
           COPY GLJREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * the batch posts under. Defaulted to the calendar's business
      * date for the run date (BUSCAL) when the card is missing or
      * unreadable.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(8).
           05 FILLER              PIC X(64).

      * One machine-readable record per run for STREAM-TIEOUT - see
      * copybook STEPTOT for the field meanings by step.
       FD  STEP-FILE.
           COPY STEPTOT.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-WOFF-READ-COUNT  PIC 9(6) VALUE 0.
           05 WS-OUT-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-MAP-READ-COUNT   PIC 9(6) VALUE 0.
           05 WS-MAP-BAD-COUNT    PIC 9(6) VALUE 0.
           05 WS-UNMAPPED-COUNT   PIC 9(6) VALUE 0.
           05 WS-WOFF-POST-COUNT  PIC 9(6) VALUE 0.
           05 WS-TDIF-POST-COUNT  PIC 9(6) VALUE 0.
           05 WS-ENTRY-COUNT      PIC 9(6) VALUE 0.
           05 WS-JRNL-LINE-COUNT  PIC 9(7) VALUE 0.
           05 WS-EOF-WOFF         PIC X VALUE 'N'.
           05 WS-EOF-OUT          PIC X VALUE 'N'.
           05 WS-EOF-MAP          PIC X VALUE 'N'.
           05 WS-MAP-FOUND        PIC X VALUE 'N'.
           05 WS-CURR-FOUND       PIC X VALUE 'N'.

       01  WS-BASE-CURRENCY       PIC X(3) VALUE 'USD'.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY         PIC X(4).
           05 WS-RUN-MM           PIC X(2).
           05 WS-RUN-DD           PIC X(2).
       01  WS-RUN-TIME            PIC 9(8).

      * Finance's mapping rows, held in file order - the first row
      * that matches wins (see copybook GLMAP).
       78  WS-MAX-MAP-CONST       VALUE 200.
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT        PIC 9(3) VALUE 0.
           05 WS-MAP-IX           PIC 9(3) VALUE 0.
           05 WS-MAP-ENTRY        OCCURS WS-MAX-MAP-CONST TIMES.
              10 WS-MAP-TYPE         PIC X(4).
              10 WS-MAP-SOURCE       PIC X(6).
              10 WS-MAP-MISSING      PIC X(6).
              10 WS-MAP-CURRENCY     PIC X(3).
              10 WS-MAP-DEBIT        PIC X(10).
              10 WS-MAP-CREDIT       PIC X(10).
              10 WS-MAP-COST-CENTER  PIC X(6).

      * Lookup operands for FIND-ACCOUNT-MAPPING: the caller fills the
      * key, the lookup fills the accounts when WS-MAP-FOUND = 'Y'.
       01  WS-LOOKUP-FIELDS.
           05 WS-LOOKUP-TYPE      PIC X(4).
           05 WS-LOOKUP-SOURCE    PIC X(6).
           05 WS-LOOKUP-MISSING   PIC X(6).
           05 WS-LOOKUP-CURRENCY  PIC X(3).
           05 WS-FOUND-DEBIT      PIC X(10).
           05 WS-FOUND-CREDIT     PIC X(10).
           05 WS-FOUND-COST-CENTER PIC X(6).

      * Net tolerance difference per custodian currency, custodian
      * (OUT-AMOUNT3) minus internal (OUT-AMOUNT1 + OUT-AMOUNT2) in
      * the base currency - the same difference CHECK-AMOUNT-
      * TOLERANCE passed. A currency beyond the table is refused
      * like an unmapped one rather than posted under another
      * currency's accounts.
       78  WS-MAX-CURR-CONST      VALUE 20.
       01  WS-CURRENCY-NETS.
           05 WS-CURR-COUNT       PIC 9(2) VALUE 0.
           05 WS-CURR-IX          PIC 9(2) VALUE 0.
           05 WS-CURR-OVERFLOW    PIC 9(6) VALUE 0.
           05 WS-CURR-ENTRY       OCCURS WS-MAX-CURR-CONST TIMES.
              10 WS-CURR-CODE        PIC X(3).
              10 WS-CURR-NET         PIC S9(11)V99.
              10 WS-CURR-COMBOS      PIC 9(6).
       01  WS-OUT-CURRENCY        PIC X(3).
       01  WS-OUT-DIFF            PIC S9(9)V99 VALUE 0.

      * One journal entry in the making - POST-JOURNAL-ENTRY writes
      * it as a debit line and a credit line.
       01  WS-ENTRY-FIELDS.
           05 WS-ENTRY-TYPE       PIC X(4).
           05 WS-ENTRY-SECNR      PIC X(10).
           05 WS-ENTRY-CURRENCY   PIC X(3).
           05 WS-ENTRY-AMOUNT     PIC 9(11)V99.
           05 WS-ENTRY-DEBIT      PIC X(10).
           05 WS-ENTRY-CREDIT     PIC X(10).
           05 WS-ENTRY-COST-CENTER PIC X(6).
           05 WS-ENTRY-DESC       PIC X(30).

       01  WS-WOFF-DESC.
           05 FILLER              PIC X(10) VALUE 'WRITE-OFF '.
           05 WS-WDESC-SOURCE     PIC X(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-WDESC-MISSING    PIC X(6).
           05 FILLER              PIC X(4) VALUE ' AGE'.
           05 WS-WDESC-AGE        PIC ZZ9.

       01  WS-TDIF-DESC.
           05 FILLER              PIC X(22) VALUE
              'NET TOLERANCE DIFF CCY'.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-TDESC-CURRENCY   PIC X(3).
           05 FILLER              PIC X(4) VALUE SPACES.

       01  WS-BATCH-TOTALS.
           05 WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
           05 WS-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.
           05 WS-WOFF-POST-AMOUNT PIC 9(13)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 55.

       01  RPT-HEADING1.
           05 FILLER              PIC X(26) VALUE
              'GENERAL-LEDGER-FEED     '.
           05 FILLER              PIC X(24) VALUE
              'GL JOURNAL FEED         '.
           05 FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-H1-YYYY         PIC X(4).
           05 FILLER              PIC X VALUE '/'.
           05 RPT-H1-MM           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 RPT-H1-DD           PIC X(2).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE 'PAGE: '.
           05 RPT-H1-PAGE         PIC ZZZ9.
           05 FILLER              PIC X(46) VALUE SPACES.

       01  RPT-HEADING2.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE 'ENTRY'.
           05 FILLER              PIC X(6) VALUE 'TYPE'.
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(5) VALUE 'CCY'.
           05 FILLER              PIC X(18) VALUE
              '            AMOUNT'.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'DEBIT'.
           05 FILLER              PIC X(12) VALUE 'CREDIT'.
           05 FILLER              PIC X(8) VALUE 'C/CTR'.
           05 FILLER              PIC X(47) VALUE 'DESCRIPTION'.

       01  RPT-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-ENTRY       PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-TYPE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-CURRENCY    PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DET-DEBIT       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-CREDIT      PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-COST-CENTER PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-DESC        PIC X(30).
           05 FILLER              PIC X(17) VALUE SPACES.

       01  RPT-UNMAPPED-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'NO MAPPING:   '.
           05 RPT-UNM-TYPE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNM-SOURCE      PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNM-MISSING     PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNM-CURRENCY    PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNM-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(59) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-TOT-TEXT        PIC X(32).
           05 RPT-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(80) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-CNT-TEXT        PIC X(32).
           05 RPT-CNT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM NET-TOLERANCE-DIFFERENCES
           PERFORM CHECK-WRITEOFF-MAPPINGS
           PERFORM CHECK-CURRENCY-MAPPINGS
           IF WS-UNMAPPED-COUNT = 0
               PERFORM WRITE-BATCH-HEADER
               PERFORM POST-WRITEOFFS
               PERFORM POST-TOLERANCE-DIFFERENCES
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           PERFORM PRINT-REPORT-TOTALS
           PERFORM CLOSE-FILES
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "GENERAL-LEDGER-FEED: " WS-UNMAPPED-COUNT
                   " item(s) have no account mapping - no batch"
                   " written, code 3017"
               MOVE 3017 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT WRITEOFF-FILE
           OPEN INPUT OUT-FILE
           OPEN INPUT MAP-FILE
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD.

       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   DISPLAY "GENERAL-LEDGER-FEED: no control card"
                       " - defaulting BUSDATE to " WS-BUSINESS-DATE
               NOT AT END
                   IF CTL-KEYWORD = 'BUSDATE=' AND CTL-VALUE NUMERIC
                       MOVE CTL-VALUE TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "GENERAL-LEDGER-FEED: bad control"
                           " card '" CONTROL-CARD "' - defaulting"
                           " BUSDATE to " WS-BUSINESS-DATE
                   END-IF
           END-READ.

      * A row needs a known entry type and both accounts; anything
      * else is shown and skipped, so a half-keyed row can never
      * capture an item ahead of the row meant for it.
       LOAD-ACCOUNT-MAP.
           PERFORM UNTIL WS-EOF-MAP = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MAP
                   NOT AT END
                       ADD 1 TO WS-MAP-READ-COUNT
                       PERFORM NOTE-MAP-ROW
               END-READ
           END-PERFORM.

       NOTE-MAP-ROW.
           IF (GLM-ENTRY-TYPE NOT = 'WOFF'
                   AND GLM-ENTRY-TYPE NOT = 'TDIF')
                   OR GLM-DEBIT-ACCT = SPACES
                   OR GLM-CREDIT-ACCT = SPACES
               DISPLAY "GENERAL-LEDGER-FEED: bad mapping row '"
                   GL-MAP-RECORD(1:45) "' - ignored"
               ADD 1 TO WS-MAP-BAD-COUNT
           ELSE
               IF WS-MAP-COUNT < WS-MAX-MAP-CONST
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-ENTRY-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE GLM-SOURCE TO WS-MAP-SOURCE(WS-MAP-COUNT)
                   MOVE GLM-MISSING TO WS-MAP-MISSING(WS-MAP-COUNT)
                   MOVE GLM-CURRENCY TO WS-MAP-CURRENCY(WS-MAP-COUNT)
                   MOVE GLM-DEBIT-ACCT TO WS-MAP-DEBIT(WS-MAP-COUNT)
                   MOVE GLM-CREDIT-ACCT
                       TO WS-MAP-CREDIT(WS-MAP-COUNT)
                   MOVE GLM-COST-CENTER
                       TO WS-MAP-COST-CENTER(WS-MAP-COUNT)
               ELSE
                   DISPLAY "GENERAL-LEDGER-FEED: mapping table full"
                       " - row '" GL-MAP-RECORD(1:45) "' ignored"
                   ADD 1 TO WS-MAP-BAD-COUNT
               END-IF
           END-IF.

       NET-TOLERANCE-DIFFERENCES.
           PERFORM UNTIL WS-EOF-OUT = 'Y'
               READ OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-OUT
                   NOT AT END
                       ADD 1 TO WS-OUT-READ-COUNT
                       PERFORM ACCUMULATE-CURRENCY-NET
               END-READ
           END-PERFORM.

       ACCUMULATE-CURRENCY-NET.
           IF OUT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-OUT-CURRENCY
           ELSE
               MOVE OUT-CURRENCY TO WS-OUT-CURRENCY
           END-IF
           COMPUTE WS-OUT-DIFF = OUT-AMOUNT3
               - (OUT-AMOUNT1 + OUT-AMOUNT2)
           MOVE 'N' TO WS-CURR-FOUND
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                   UNTIL WS-CURR-IX > WS-CURR-COUNT
                       OR WS-CURR-FOUND = 'Y'
               IF WS-CURR-CODE(WS-CURR-IX) = WS-OUT-CURRENCY
                   MOVE 'Y' TO WS-CURR-FOUND
                   ADD WS-OUT-DIFF TO WS-CURR-NET(WS-CURR-IX)
                   ADD 1 TO WS-CURR-COMBOS(WS-CURR-IX)
               END-IF
           END-PERFORM
           IF WS-CURR-FOUND = 'N'
               IF WS-CURR-COUNT < WS-MAX-CURR-CONST
                   ADD 1 TO WS-CURR-COUNT
                   MOVE WS-OUT-CURRENCY TO WS-CURR-CODE(WS-CURR-COUNT)
                   MOVE WS-OUT-DIFF TO WS-CURR-NET(WS-CURR-COUNT)
                   MOVE 1 TO WS-CURR-COMBOS(WS-CURR-COUNT)
               ELSE
                   DISPLAY "GENERAL-LEDGER-FEED: currency table full"
                       " - " WS-OUT-CURRENCY " difference on "
                       OUT-SECNR " cannot be posted"
                   ADD 1 TO WS-CURR-OVERFLOW
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-IF.

      * First pass over the write-offs: prove every one maps before
      * anything is written. The file is then reopened for posting,
      * the same way the join re-reads a feed after balancing it.
       CHECK-WRITEOFF-MAPPINGS.
           PERFORM UNTIL WS-EOF-WOFF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WOFF
                   NOT AT END
                       ADD 1 TO WS-WOFF-READ-COUNT
                       PERFORM SET-WRITEOFF-LOOKUP
                       PERFORM FIND-ACCOUNT-MAPPING
                       IF WS-MAP-FOUND = 'N'
                           ADD 1 TO WS-UNMAPPED-COUNT
                           MOVE SUSP-SECNR TO RPT-UNM-SECNR
                           MOVE SUSP-AMOUNT TO RPT-UNM-AMOUNT
                           PERFORM PRINT-UNMAPPED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE
           OPEN INPUT WRITEOFF-FILE
           MOVE 'N' TO WS-EOF-WOFF.

       CHECK-CURRENCY-MAPPINGS.
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                   UNTIL WS-CURR-IX > WS-CURR-COUNT
               IF WS-CURR-NET(WS-CURR-IX) NOT = 0
                   PERFORM SET-CURRENCY-LOOKUP
                   PERFORM FIND-ACCOUNT-MAPPING
                   IF WS-MAP-FOUND = 'N'
                       ADD 1 TO WS-UNMAPPED-COUNT
                       MOVE SPACES TO RPT-UNM-SECNR
                       MOVE WS-CURR-NET(WS-CURR-IX) TO RPT-UNM-AMOUNT
                       PERFORM PRINT-UNMAPPED-LINE
                   END-IF
               END-IF
           END-PERFORM.

       SET-WRITEOFF-LOOKUP.
           MOVE 'WOFF' TO WS-LOOKUP-TYPE
           MOVE SUSP-SOURCE TO WS-LOOKUP-SOURCE
           MOVE SUSP-MISSING TO WS-LOOKUP-MISSING
           IF SUSP-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
               MOVE SUSP-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF.

       SET-CURRENCY-LOOKUP.
           MOVE 'TDIF' TO WS-LOOKUP-TYPE
           MOVE SPACES TO WS-LOOKUP-SOURCE
           MOVE SPACES TO WS-LOOKUP-MISSING
           MOVE WS-CURR-CODE(WS-CURR-IX) TO WS-LOOKUP-CURRENCY.

      * First matching row wins; '*' in the first byte of a row's
      * source, missing or currency matches anything.
       FIND-ACCOUNT-MAPPING.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
                       OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-TYPE(WS-MAP-IX) = WS-LOOKUP-TYPE
                   AND (WS-MAP-SOURCE(WS-MAP-IX) = WS-LOOKUP-SOURCE
                       OR WS-MAP-SOURCE(WS-MAP-IX)(1:1) = '*')
                   AND (WS-MAP-MISSING(WS-MAP-IX) = WS-LOOKUP-MISSING
                       OR WS-MAP-MISSING(WS-MAP-IX)(1:1) = '*')
                   AND (WS-MAP-CURRENCY(WS-MAP-IX)
                           = WS-LOOKUP-CURRENCY
                       OR WS-MAP-CURRENCY(WS-MAP-IX)(1:1) = '*')
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-DEBIT(WS-MAP-IX) TO WS-FOUND-DEBIT
                   MOVE WS-MAP-CREDIT(WS-MAP-IX) TO WS-FOUND-CREDIT
                   MOVE WS-MAP-COST-CENTER(WS-MAP-IX)
                       TO WS-FOUND-COST-CENTER
               END-IF
           END-PERFORM.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-JOURNAL-HEADER
           MOVE 'HDR' TO GLJ-HDR-ID
           MOVE 'FILEJOIN' TO GLJ-HDR-SOURCE
           MOVE WS-BUSINESS-DATE TO GLJ-HDR-POST-DATE
           MOVE WS-RUN-DATE TO GLJ-HDR-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO GLJ-HDR-RUN-TIME
           WRITE GL-JOURNAL-HEADER.

       POST-WRITEOFFS.
           PERFORM UNTIL WS-EOF-WOFF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WOFF
                   NOT AT END
                       PERFORM POST-ONE-WRITEOFF
               END-READ
           END-PERFORM.

      * Debit the row's write-off account, credit its suspense
      * account, in the currency the record was transmitted in.
       POST-ONE-WRITEOFF.
           PERFORM SET-WRITEOFF-LOOKUP
           PERFORM FIND-ACCOUNT-MAPPING
           MOVE 'WOFF' TO WS-ENTRY-TYPE
           MOVE SUSP-SECNR TO WS-ENTRY-SECNR
           MOVE WS-LOOKUP-CURRENCY TO WS-ENTRY-CURRENCY
           MOVE SUSP-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-FOUND-DEBIT TO WS-ENTRY-DEBIT
           MOVE WS-FOUND-CREDIT TO WS-ENTRY-CREDIT
           MOVE WS-FOUND-COST-CENTER TO WS-ENTRY-COST-CENTER
           MOVE SUSP-SOURCE TO WS-WDESC-SOURCE
           MOVE SUSP-MISSING TO WS-WDESC-MISSING
           MOVE SUSP-AGE-DAYS TO WS-WDESC-AGE
           MOVE WS-WOFF-DESC TO WS-ENTRY-DESC
           PERFORM POST-JOURNAL-ENTRY
           ADD 1 TO WS-WOFF-POST-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-WOFF-POST-AMOUNT.

      * One entry per currency whose differences did not net to
      * zero, in the base currency the join converted them to. A
      * negative net (custodian below internal) swaps the row's
      * accounts so the amount on the lines stays positive.
       POST-TOLERANCE-DIFFERENCES.
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                   UNTIL WS-CURR-IX > WS-CURR-COUNT
               IF WS-CURR-NET(WS-CURR-IX) NOT = 0
                   PERFORM POST-ONE-CURRENCY-NET
               END-IF
           END-PERFORM.

       POST-ONE-CURRENCY-NET.
           PERFORM SET-CURRENCY-LOOKUP
           PERFORM FIND-ACCOUNT-MAPPING
           MOVE 'TDIF' TO WS-ENTRY-TYPE
           MOVE SPACES TO WS-ENTRY-SECNR
           MOVE WS-BASE-CURRENCY TO WS-ENTRY-CURRENCY
           IF WS-CURR-NET(WS-CURR-IX) < 0
               COMPUTE WS-ENTRY-AMOUNT = 0 - WS-CURR-NET(WS-CURR-IX)
               MOVE WS-FOUND-CREDIT TO WS-ENTRY-DEBIT
               MOVE WS-FOUND-DEBIT TO WS-ENTRY-CREDIT
           ELSE
               MOVE WS-CURR-NET(WS-CURR-IX) TO WS-ENTRY-AMOUNT
               MOVE WS-FOUND-DEBIT TO WS-ENTRY-DEBIT
               MOVE WS-FOUND-CREDIT TO WS-ENTRY-CREDIT
           END-IF
           MOVE WS-FOUND-COST-CENTER TO WS-ENTRY-COST-CENTER
           MOVE WS-CURR-CODE(WS-CURR-IX) TO WS-TDESC-CURRENCY
           MOVE WS-TDIF-DESC TO WS-ENTRY-DESC
           PERFORM POST-JOURNAL-ENTRY
           ADD 1 TO WS-TDIF-POST-COUNT.

       POST-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'DTL' TO GLJ-REC-TYPE
           MOVE WS-BUSINESS-DATE TO GLJ-POST-DATE
           MOVE WS-ENTRY-COUNT TO GLJ-ENTRY-NO
           MOVE WS-ENTRY-COST-CENTER TO GLJ-COST-CENTER
           MOVE WS-ENTRY-CURRENCY TO GLJ-CURRENCY
           MOVE WS-ENTRY-AMOUNT TO GLJ-AMOUNT
           MOVE WS-ENTRY-TYPE TO GLJ-ENTRY-TYPE
           MOVE WS-ENTRY-SECNR TO GLJ-SECNR
           MOVE WS-ENTRY-DESC TO GLJ-DESCRIPTION
           MOVE 'D' TO GLJ-DR-CR
           MOVE WS-ENTRY-DEBIT TO GLJ-ACCOUNT
           WRITE GL-JOURNAL-RECORD
           ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
           MOVE 'C' TO GLJ-DR-CR
           MOVE WS-ENTRY-CREDIT TO GLJ-ACCOUNT
           WRITE GL-JOURNAL-RECORD
           ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
           ADD 2 TO WS-JRNL-LINE-COUNT
           PERFORM PRINT-DETAIL-LINE.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER
           MOVE 'TRL' TO GLJ-TRL-ID
           MOVE WS-JRNL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-TRAILER.

       PRINT-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0
                   OR WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
           END-IF
           MOVE WS-ENTRY-COUNT TO RPT-DET-ENTRY
           MOVE WS-ENTRY-TYPE TO RPT-DET-TYPE
           MOVE WS-ENTRY-SECNR TO RPT-DET-SECNR
           MOVE WS-ENTRY-CURRENCY TO RPT-DET-CURRENCY
           MOVE WS-ENTRY-AMOUNT TO RPT-DET-AMOUNT
           MOVE WS-ENTRY-DEBIT TO RPT-DET-DEBIT
           MOVE WS-ENTRY-CREDIT TO RPT-DET-CREDIT
           MOVE WS-ENTRY-COST-CENTER TO RPT-DET-COST-CENTER
           MOVE WS-ENTRY-DESC TO RPT-DET-DESC
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      * The caller has already moved the SECNR and amount; the key
      * comes from the lookup operands just tried.
       PRINT-UNMAPPED-LINE.
           IF WS-PAGE-COUNT = 0
                   OR WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
           END-IF
           MOVE WS-LOOKUP-TYPE TO RPT-UNM-TYPE
           MOVE WS-LOOKUP-SOURCE TO RPT-UNM-SOURCE
           MOVE WS-LOOKUP-MISSING TO RPT-UNM-MISSING
           MOVE WS-LOOKUP-CURRENCY TO RPT-UNM-CURRENCY
           WRITE REPORT-RECORD FROM RPT-UNMAPPED-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           DISPLAY "GENERAL-LEDGER-FEED: no mapping for "
               WS-LOOKUP-TYPE " " WS-LOOKUP-SOURCE " "
               WS-LOOKUP-MISSING " " WS-LOOKUP-CURRENCY.

       PRINT-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-YYYY TO RPT-H1-YYYY
           MOVE WS-RUN-MM TO RPT-H1-MM
           MOVE WS-RUN-DD TO RPT-H1-DD
           MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-REPORT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-REPORT-HEADING
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           IF WS-UNMAPPED-COUNT > 0
               MOVE '*** BATCH NOT WRITTEN - ITEMS WITHOUT A MAPPING'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'WRITE-OFFS READ...............: ' TO RPT-CNT-TEXT
           MOVE WS-WOFF-READ-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WRITE-OFF ENTRIES POSTED......: ' TO RPT-CNT-TEXT
           MOVE WS-WOFF-POST-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOLERANCE ENTRIES POSTED......: ' TO RPT-CNT-TEXT
           MOVE WS-TDIF-POST-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ITEMS WITHOUT A MAPPING.......: ' TO RPT-CNT-TEXT
           MOVE WS-UNMAPPED-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNAL LINES WRITTEN.........: ' TO RPT-CNT-TEXT
           MOVE WS-JRNL-LINE-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEBITS..................: ' TO RPT-TOT-TEXT
           MOVE WS-DEBIT-TOTAL TO RPT-TOT-AMOUNT
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL CREDITS.................: ' TO RPT-TOT-TEXT
           MOVE WS-CREDIT-TOTAL TO RPT-TOT-AMOUNT
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           CLOSE WRITEOFF-FILE
           CLOSE OUT-FILE
           CLOSE MAP-FILE
           CLOSE CONTROL-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM WRITE-STEP-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "GENERAL-LEDGER-FEED - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Write-off records read........: "
               WS-WOFF-READ-COUNT
           DISPLAY "OUT-FILE records read.........: "
               WS-OUT-READ-COUNT
           DISPLAY "Mapping rows read.............: "
               WS-MAP-READ-COUNT
           DISPLAY "Mapping rows ignored..........: "
               WS-MAP-BAD-COUNT
           DISPLAY "Write-off entries posted......: "
               WS-WOFF-POST-COUNT
           DISPLAY "Tolerance entries posted......: "
               WS-TDIF-POST-COUNT
           DISPLAY "Items without a mapping.......: "
               WS-UNMAPPED-COUNT
           DISPLAY "Journal lines written.........: "
               WS-JRNL-LINE-COUNT
           DISPLAY "Total debits..................: "
               WS-DEBIT-TOTAL
           DISPLAY "Total credits.................: "
               WS-CREDIT-TOTAL
           DISPLAY "==================================================".

       WRITE-STEP-TOTALS.
           OPEN EXTEND STEP-FILE
           MOVE SPACES TO STEP-TOTALS-RECORD
           MOVE 'GLFEED' TO STEP-NAME
           MOVE WS-RUN-DATE TO STEP-DATE
           MOVE WS-RUN-TIME(1:6) TO STEP-TIME
           MOVE WS-WOFF-READ-COUNT TO STEP-IN-COUNT
           MOVE WS-JRNL-LINE-COUNT TO STEP-OUT-COUNT
           MOVE WS-OUT-READ-COUNT TO STEP-AUX1-COUNT
           MOVE WS-ENTRY-COUNT TO STEP-AUX2-COUNT
           MOVE WS-DEBIT-TOTAL TO STEP-AMOUNT
           MOVE WS-WOFF-POST-COUNT TO STEP-AUX3-COUNT
           MOVE WS-WOFF-POST-AMOUNT TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

       END PROGRAM GENERAL-LEDGER-FEED.
