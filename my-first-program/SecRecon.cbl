      ******************************************************************
      * PROGRAM: SECURITY-MASTER-RECONCILE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To reconcile the IMS security master against what the
      *          feeds and the position history master actually say,
      *          and give the reference-data team a daily clean-up
      *          list of three kinds of exception:
      *            - UNKNOWN: a SECNR tonight's JOININ feeds carry that
      *              the sorted SECURITY-DB-UNLOAD extract does not
      *              hold - the join settles it with no IMS amount and
      *              no warning;
      *            - DORMANT: an IMS security no feed has carried for
      *              at least DORMDAYS business days (judged by its
      *              latest position history date);
      *            - ORPHAN: a SECNR the position history master still
      *              holds records for after IMS has dropped it.
      *          All five inputs are in ascending SECNR order, so one
      *          match-merge pass finds every exception; each goes to
      *          the exception dataset (copybook SECEXC), which is
      *          then read back once per section to print the report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-MASTER-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * HISTORY-FILE is the position history KSDS read sequentially -
      * ascending key order clusters each SECNR's dates together,
      * the same sweep POSITION-MOVEMENT-REPORT does.
       FILE-CONTROL.
           SELECT IMS-EXTRACT-FILE ASSIGN TO IMSDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE1 ASSIGN TO FILE1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE2 ASSIGN TO FILE2DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE3 ASSIGN TO FILE3DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO EXCDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  IMS-EXTRACT-FILE.
           COPY IMSRESP.

      * The join's own merged inputs - HDR and TRL control records
      * sit in among the details after the sorts and are skipped.
       FD  FILE1.
           COPY FILE1REC.

       FD  FILE2.
           COPY FILE2REC.

       FD  FILE3.
           COPY FILE3REC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  EXCEPTION-FILE.
           COPY SECEXC.

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * Control cards, one keyword per card, any order:
      *   'BUSDATE=yyyymmdd'  - the business day being reconciled
      *                         (defaulted to the calendar's
      *                         business date for the run date);
      *   'DORMDAYS=nnn'      - business days without feed activity
      *                         before an IMS security is reported
      *                         dormant (defaulted to 20).
       FD  CONTROL-FILE.
       01  CONTROL-CARD           PIC X(80).
       01  CONTROL-CARD-BUSDATE REDEFINES CONTROL-CARD.
           05 CTL-BUSDATE-KEY     PIC X(8).
           05 CTL-BUSDATE-VAL     PIC X(8).
           05 FILLER              PIC X(64).
       01  CONTROL-CARD-DORM REDEFINES CONTROL-CARD.
           05 CTL-DORM-KEY        PIC X(9).
           05 CTL-DORM-VAL        PIC X(3).
           05 FILLER              PIC X(68).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-IMS-READ-COUNT   PIC 9(7) VALUE 0.
           05 WS-FEED1-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-FEED2-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-FEED3-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-HIST-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-KEY-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNKNOWN-COUNT    PIC 9(6) VALUE 0.
           05 WS-DORMANT-COUNT    PIC 9(6) VALUE 0.
           05 WS-ORPHAN-COUNT     PIC 9(6) VALUE 0.
           05 WS-SECTION-COUNT    PIC 9(6) VALUE 0.
           05 WS-EOF-CTL          PIC X VALUE 'N'.
           05 WS-EOF-EXC          PIC X VALUE 'N'.
           05 WS-DETAIL-FOUND     PIC X VALUE 'N'.

       01  WS-HIST-STATUS         PIC XX VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-DORMANT-DAYS        PIC 9(3) VALUE 20.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY         PIC X(4).
           05 WS-RUN-MM           PIC X(2).
           05 WS-RUN-DD           PIC X(2).

      * Current key of each input; HIGH-VALUES once it is exhausted,
      * so the lowest of the five is always the next SECNR to judge
      * and the pass ends when all five are high.
       01  WS-MERGE-KEYS.
           05 WS-IMS-KEY          PIC X(10) VALUE SPACES.
           05 WS-FEED1-KEY        PIC X(10) VALUE SPACES.
           05 WS-FEED2-KEY        PIC X(10) VALUE SPACES.
           05 WS-FEED3-KEY        PIC X(10) VALUE SPACES.
           05 WS-HIST-KEY         PIC X(10) VALUE SPACES.
           05 WS-LOW-KEY          PIC X(10) VALUE SPACES.

      * What the five inputs said about the SECNR being judged.
       01  WS-KEY-FIELDS.
           05 WS-ON-IMS           PIC X VALUE 'N'.
           05 WS-FEEDS-SEEN       PIC X(3) VALUE SPACES.
           05 WS-KEY-AMOUNT1      PIC 9(9)V99 VALUE 0.
           05 WS-KEY-AMOUNT2      PIC 9(9)V99 VALUE 0.
           05 WS-KEY-AMOUNT3      PIC 9(9)V99 VALUE 0.
           05 WS-KEY-HIST-COUNT   PIC 9(6) VALUE 0.
           05 WS-KEY-LAST-DATE    PIC X(8) VALUE SPACES.

      * Business days from the last activity date (exclusive) to the
      * business date (inclusive), as the shared calendar counts them
      * - weekends and market holidays do not age a security.
       01  WS-AGE-FIELDS.
           05 WS-BUS-DAYS         PIC 9(7) VALUE 0.

       01  WS-EXC-TYPE            PIC X(8) VALUE SPACES.
       01  WS-SECTION-TYPE        PIC X(8) VALUE SPACES.

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 55.

       01  RPT-HEADING1.
           05 FILLER              PIC X(26) VALUE
              'SECURITY-MASTER-RECONCILE'.
           05 FILLER              PIC X(24) VALUE
              'SECURITY MASTER EXCEPTNS'.
           05 FILLER              PIC X(10) VALUE ' BUSDATE: '.
           05 RPT-H1-DATE         PIC X(8).
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE 'PAGE: '.
           05 RPT-H1-PAGE         PIC ZZZ9.
           05 FILLER              PIC X(46) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-SEC-TITLE       PIC X(60).
           05 FILLER              PIC X(70) VALUE SPACES.

       01  RPT-UNKNOWN-HEAD.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(7) VALUE 'FEEDS'.
           05 FILLER              PIC X(17) VALUE
              '    FILE1 AMOUNT'.
           05 FILLER              PIC X(17) VALUE
              '    FILE2 AMOUNT'.
           05 FILLER              PIC X(17) VALUE
              '    FILE3 AMOUNT'.
           05 FILLER              PIC X(60) VALUE SPACES.

       01  RPT-UNKNOWN-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNK-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNK-FEEDS       PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-UNK-AMOUNT1     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-UNK-AMOUNT2     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-UNK-AMOUNT3     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(65) VALUE SPACES.

       01  RPT-DORMANT-HEAD.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(14) VALUE 'LAST ACTIVITY'.
           05 FILLER              PIC X(16) VALUE 'BUSINESS DAYS'.
           05 FILLER              PIC X(88) VALUE SPACES.

       01  RPT-DORMANT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DOR-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DOR-LAST        PIC X(12).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 RPT-DOR-DAYS        PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER              PIC X(96) VALUE SPACES.

       01  RPT-ORPHAN-HEAD.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(14) VALUE 'LATEST DATE'.
           05 FILLER              PIC X(16) VALUE 'HISTORY RECORDS'.
           05 FILLER              PIC X(88) VALUE SPACES.

       01  RPT-ORPHAN-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-ORP-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-ORP-LAST        PIC X(8).
           05 FILLER              PIC X(7) VALUE SPACES.
           05 RPT-ORP-COUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(96) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-CNT-TEXT        PIC X(32).
           05 RPT-CNT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM RECONCILE-SECURITIES
           CLOSE EXCEPTION-FILE
           MOVE 'UNKNOWN ' TO WS-SECTION-TYPE
           PERFORM PRINT-EXCEPTION-SECTION
           MOVE 'DORMANT ' TO WS-SECTION-TYPE
           PERFORM PRINT-EXCEPTION-SECTION
           MOVE 'ORPHAN  ' TO WS-SECTION-TYPE
           PERFORM PRINT-EXCEPTION-SECTION
           PERFORM PRINT-REPORT-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "SECURITY-MASTER-RECONCILE: history master"
                   " open failed, status " WS-HIST-STATUS
               MOVE 3018 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT IMS-EXTRACT-FILE
           OPEN INPUT FILE1
           OPEN INPUT FILE2
           OPEN INPUT FILE3
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARDS
           PERFORM READ-IMS-EXTRACT
           PERFORM READ-FEED1
           PERFORM READ-FEED2
           PERFORM READ-FEED3
           PERFORM READ-HISTORY.

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
               WHEN CTL-DORM-KEY = 'DORMDAYS='
                       AND CTL-DORM-VAL NUMERIC
                   MOVE CTL-DORM-VAL TO WS-DORMANT-DAYS
               WHEN OTHER
                   DISPLAY "SECURITY-MASTER-RECONCILE: bad control"
                       " card '" CONTROL-CARD "' - ignored"
           END-EVALUATE.

       READ-IMS-EXTRACT.
           READ IMS-EXTRACT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-IMS-KEY
               NOT AT END
                   ADD 1 TO WS-IMS-READ-COUNT
                   MOVE IMS-SECNR TO WS-IMS-KEY
           END-READ.

      * Each feed reader skips control records, so the merge below
      * only ever sees details.
       READ-FEED1.
           MOVE 'N' TO WS-DETAIL-FOUND
           PERFORM UNTIL WS-DETAIL-FOUND = 'Y'
               READ FILE1
                   AT END
                       MOVE HIGH-VALUES TO WS-FEED1-KEY
                       MOVE 'Y' TO WS-DETAIL-FOUND
                   NOT AT END
                       IF FILE1-HDR-ID NOT = 'HDR'
                               AND FILE1-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED1-READ-COUNT
                           MOVE FILE1-SECNR TO WS-FEED1-KEY
                           MOVE 'Y' TO WS-DETAIL-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       READ-FEED2.
           MOVE 'N' TO WS-DETAIL-FOUND
           PERFORM UNTIL WS-DETAIL-FOUND = 'Y'
               READ FILE2
                   AT END
                       MOVE HIGH-VALUES TO WS-FEED2-KEY
                       MOVE 'Y' TO WS-DETAIL-FOUND
                   NOT AT END
                       IF FILE2-HDR-ID NOT = 'HDR'
                               AND FILE2-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED2-READ-COUNT
                           MOVE FILE2-SECNR TO WS-FEED2-KEY
                           MOVE 'Y' TO WS-DETAIL-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       READ-FEED3.
           MOVE 'N' TO WS-DETAIL-FOUND
           PERFORM UNTIL WS-DETAIL-FOUND = 'Y'
               READ FILE3
                   AT END
                       MOVE HIGH-VALUES TO WS-FEED3-KEY
                       MOVE 'Y' TO WS-DETAIL-FOUND
                   NOT AT END
                       IF FILE3-HDR-ID NOT = 'HDR'
                               AND FILE3-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED3-READ-COUNT
                           MOVE FILE3-SECNR TO WS-FEED3-KEY
                           MOVE 'Y' TO WS-DETAIL-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   MOVE HIST-SECNR TO WS-HIST-KEY
           END-READ.

       RECONCILE-SECURITIES.
           PERFORM FIND-LOW-KEY
           PERFORM UNTIL WS-LOW-KEY = HIGH-VALUES
               PERFORM GATHER-ONE-KEY
               PERFORM JUDGE-ONE-KEY
               PERFORM FIND-LOW-KEY
           END-PERFORM.

       FIND-LOW-KEY.
           MOVE WS-IMS-KEY TO WS-LOW-KEY
           IF WS-FEED1-KEY < WS-LOW-KEY
               MOVE WS-FEED1-KEY TO WS-LOW-KEY
           END-IF
           IF WS-FEED2-KEY < WS-LOW-KEY
               MOVE WS-FEED2-KEY TO WS-LOW-KEY
           END-IF
           IF WS-FEED3-KEY < WS-LOW-KEY
               MOVE WS-FEED3-KEY TO WS-LOW-KEY
           END-IF
           IF WS-HIST-KEY < WS-LOW-KEY
               MOVE WS-HIST-KEY TO WS-LOW-KEY
           END-IF.

      * Consume everything every input holds for the low key. Only
      * history dates up to the business date count as activity - a
      * back-dated rerun must not see the days after it.
       GATHER-ONE-KEY.
           ADD 1 TO WS-KEY-COUNT
           MOVE 'N' TO WS-ON-IMS
           MOVE SPACES TO WS-FEEDS-SEEN
           MOVE 0 TO WS-KEY-AMOUNT1
           MOVE 0 TO WS-KEY-AMOUNT2
           MOVE 0 TO WS-KEY-AMOUNT3
           MOVE 0 TO WS-KEY-HIST-COUNT
           MOVE SPACES TO WS-KEY-LAST-DATE
           PERFORM UNTIL WS-IMS-KEY NOT = WS-LOW-KEY
               MOVE 'Y' TO WS-ON-IMS
               PERFORM READ-IMS-EXTRACT
           END-PERFORM
           PERFORM UNTIL WS-FEED1-KEY NOT = WS-LOW-KEY
               MOVE '1' TO WS-FEEDS-SEEN(1:1)
               IF FILE1-AMOUNT NUMERIC
                   ADD FILE1-AMOUNT TO WS-KEY-AMOUNT1
               END-IF
               PERFORM READ-FEED1
           END-PERFORM
           PERFORM UNTIL WS-FEED2-KEY NOT = WS-LOW-KEY
               MOVE '2' TO WS-FEEDS-SEEN(2:1)
               IF FILE2-AMOUNT NUMERIC
                   ADD FILE2-AMOUNT TO WS-KEY-AMOUNT2
               END-IF
               PERFORM READ-FEED2
           END-PERFORM
           PERFORM UNTIL WS-FEED3-KEY NOT = WS-LOW-KEY
               MOVE '3' TO WS-FEEDS-SEEN(3:1)
               IF FILE3-AMOUNT NUMERIC
                   ADD FILE3-AMOUNT TO WS-KEY-AMOUNT3
               END-IF
               PERFORM READ-FEED3
           END-PERFORM
           PERFORM UNTIL WS-HIST-KEY NOT = WS-LOW-KEY
               ADD 1 TO WS-KEY-HIST-COUNT
               IF HIST-DATE NOT > WS-BUSINESS-DATE
                       AND (WS-KEY-LAST-DATE = SPACES
                           OR HIST-DATE > WS-KEY-LAST-DATE)
                   MOVE HIST-DATE TO WS-KEY-LAST-DATE
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.

      * A key can be both UNKNOWN and ORPHAN (fed tonight, dropped
      * from IMS, history still held) - it is listed in both
      * sections, since each is a different team's fix.
       JUDGE-ONE-KEY.
           IF WS-ON-IMS = 'N' AND WS-FEEDS-SEEN NOT = SPACES
               MOVE 'UNKNOWN ' TO WS-EXC-TYPE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           IF WS-ON-IMS = 'N' AND WS-KEY-HIST-COUNT > 0
               MOVE 'ORPHAN  ' TO WS-EXC-TYPE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           IF WS-ON-IMS = 'Y' AND WS-FEEDS-SEEN = SPACES
               PERFORM JUDGE-DORMANCY
           END-IF.

      * No history at all means no feed has settled the security for
      * as long as the master remembers - dormant by definition.
       JUDGE-DORMANCY.
           IF WS-KEY-LAST-DATE = SPACES
                   OR WS-KEY-LAST-DATE NOT NUMERIC
               MOVE 99999 TO WS-BUS-DAYS
           ELSE
               PERFORM COUNT-BUSINESS-DAYS
           END-IF
           IF WS-BUS-DAYS NOT < WS-DORMANT-DAYS
               MOVE 'DORMANT ' TO WS-EXC-TYPE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.

      * A last-activity date the calendar cannot read proves no
      * activity, so it ages the security as far as it can go.
       COUNT-BUSINESS-DAYS.
           MOVE 'DAYS' TO CALQ-FUNCTION
           MOVE WS-KEY-LAST-DATE TO CALQ-DATE-IN
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-2
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           IF CALQ-RETURN = '00'
               MOVE CALQ-DAYS TO WS-BUS-DAYS
           ELSE
               MOVE 99999 TO WS-BUS-DAYS
           END-IF.

       WRITE-EXCEPTION.
           MOVE SPACES TO SECURITY-EXCEPTION-RECORD
           MOVE WS-EXC-TYPE TO EXC-TYPE
           MOVE WS-LOW-KEY TO EXC-SECNR
           MOVE WS-BUSINESS-DATE TO EXC-BUS-DATE
           MOVE WS-FEEDS-SEEN TO EXC-FEEDS
           MOVE WS-KEY-AMOUNT1 TO EXC-AMOUNT1
           MOVE WS-KEY-AMOUNT2 TO EXC-AMOUNT2
           MOVE WS-KEY-AMOUNT3 TO EXC-AMOUNT3
           MOVE WS-KEY-LAST-DATE TO EXC-LAST-DATE
           MOVE WS-KEY-HIST-COUNT TO EXC-HIST-COUNT
           IF EXC-TYPE = 'DORMANT '
               MOVE WS-BUS-DAYS TO EXC-DAYS
           ELSE
               MOVE 0 TO EXC-DAYS
           END-IF
           WRITE SECURITY-EXCEPTION-RECORD.

      * One pass of the finished exception dataset per section, so
      * each section prints together in SECNR order on its own page.
       PRINT-EXCEPTION-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-EXC
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL WS-EOF-EXC = 'Y'
               READ EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-EXC
                   NOT AT END
                       IF EXC-TYPE = WS-SECTION-TYPE
                           PERFORM PRINT-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF WS-SECTION-COUNT = 0
               MOVE '  (NONE)' TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-SECTION-HEADING.
           EVALUATE WS-SECTION-TYPE
               WHEN 'UNKNOWN '
                   MOVE 'SECTION 1 - SECNRS FED BUT UNKNOWN TO IMS'
                       TO RPT-SEC-TITLE
                   WRITE REPORT-RECORD FROM RPT-SECTION-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE REPORT-RECORD FROM RPT-UNKNOWN-HEAD
                       AFTER ADVANCING 2 LINES
               WHEN 'DORMANT '
                   MOVE 'SECTION 2 - DORMANT IMS SECURITIES'
                       TO RPT-SEC-TITLE
                   WRITE REPORT-RECORD FROM RPT-SECTION-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE REPORT-RECORD FROM RPT-DORMANT-HEAD
                       AFTER ADVANCING 2 LINES
               WHEN OTHER
                   MOVE 'SECTION 3 - ORPHANED POSITION HISTORY KEYS'
                       TO RPT-SEC-TITLE
                   WRITE REPORT-RECORD FROM RPT-SECTION-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE REPORT-RECORD FROM RPT-ORPHAN-HEAD
                       AFTER ADVANCING 2 LINES
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 4 TO WS-LINE-COUNT.

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
               PERFORM PRINT-SECTION-HEADING
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE EXC-TYPE
               WHEN 'UNKNOWN '
                   MOVE EXC-SECNR TO RPT-UNK-SECNR
                   MOVE EXC-FEEDS TO RPT-UNK-FEEDS
                   MOVE EXC-AMOUNT1 TO RPT-UNK-AMOUNT1
                   MOVE EXC-AMOUNT2 TO RPT-UNK-AMOUNT2
                   MOVE EXC-AMOUNT3 TO RPT-UNK-AMOUNT3
                   WRITE REPORT-RECORD FROM RPT-UNKNOWN-LINE
                       AFTER ADVANCING 1 LINE
               WHEN 'DORMANT '
                   MOVE EXC-SECNR TO RPT-DOR-SECNR
                   IF EXC-LAST-DATE = SPACES
                       MOVE 'NONE ON FILE' TO RPT-DOR-LAST
                       MOVE 0 TO RPT-DOR-DAYS
                   ELSE
                       MOVE EXC-LAST-DATE TO RPT-DOR-LAST
                       MOVE EXC-DAYS TO RPT-DOR-DAYS
                   END-IF
                   WRITE REPORT-RECORD FROM RPT-DORMANT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE EXC-SECNR TO RPT-ORP-SECNR
                   MOVE EXC-LAST-DATE TO RPT-ORP-LAST
                   MOVE EXC-HIST-COUNT TO RPT-ORP-COUNT
                   WRITE REPORT-RECORD FROM RPT-ORPHAN-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE
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
           MOVE 'SECNRS EXAMINED...............: ' TO RPT-CNT-TEXT
           MOVE WS-KEY-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'IMS SECURITIES................: ' TO RPT-CNT-TEXT
           MOVE WS-IMS-READ-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNKNOWN TO IMS................: ' TO RPT-CNT-TEXT
           MOVE WS-UNKNOWN-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DORMANT.......................: ' TO RPT-CNT-TEXT
           MOVE WS-DORMANT-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ORPHANED HISTORY KEYS.........: ' TO RPT-CNT-TEXT
           MOVE WS-ORPHAN-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           CLOSE IMS-EXTRACT-FILE
           CLOSE FILE1
           CLOSE FILE2
           CLOSE FILE3
           CLOSE HISTORY-FILE
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "SECURITY-MASTER-RECONCILE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "IMS extract records read......: "
               WS-IMS-READ-COUNT
           DISPLAY "FILE1 details read............: "
               WS-FEED1-READ-COUNT
           DISPLAY "FILE2 details read............: "
               WS-FEED2-READ-COUNT
           DISPLAY "FILE3 details read............: "
               WS-FEED3-READ-COUNT
           DISPLAY "History records read..........: "
               WS-HIST-READ-COUNT
           DISPLAY "Unknown-to-IMS SECNRs.........: "
               WS-UNKNOWN-COUNT
           DISPLAY "Dormant securities............: "
               WS-DORMANT-COUNT
           DISPLAY "Orphaned history keys.........: "
               WS-ORPHAN-COUNT
           DISPLAY "==================================================".

       END PROGRAM SECURITY-MASTER-RECONCILE.
