      ******************************************************************
      * PROGRAM: BREAK-CASE-AGING
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To print the break case aging report off the break
      *          case master: one line per open case with its analyst,
      *          first and latest difference, days open and aging
      *          bucket, then the bucket summary (1 day, 2-5, 6-10,
      *          over 10) with case counts and latest differences,
      *          and the cases cleared or accepted on the business
      *          day - the desk's view of who is working what and for
      *          how long.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK-CASE-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Read-only sequential sweep of the KSDS, in SECNR order - the
      * same access the movement report uses on the history master.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO CASEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CASE-FILE.
           COPY BRKCASE.

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * Single control card, 'BUSDATE=yyyymmdd' - the business day
      * whose clearances and acceptances are counted. Defaulted to
      * the calendar's business date for the run date (BUSCAL) when
      * the card is missing or unreadable.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(8).
           05 FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-READ-COUNT       PIC 9(6) VALUE 0.
           05 WS-OPEN-COUNT       PIC 9(6) VALUE 0.
           05 WS-UNASSIGNED-COUNT PIC 9(6) VALUE 0.
           05 WS-CLEARED-TODAY    PIC 9(6) VALUE 0.
           05 WS-ACCEPTED-TODAY   PIC 9(6) VALUE 0.
           05 WS-EOF-FLAG         PIC X VALUE 'N'.

       01  WS-CASE-STATUS         PIC XX VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY         PIC X(4).
           05 WS-RUN-MM           PIC X(2).
           05 WS-RUN-DD           PIC X(2).

      * The four agreed aging buckets, by days open counting the
      * opening night as day one. Counts and the sum of each case's
      * latest difference magnitude per bucket.
       78  WS-MAX-BUCKET-CONST    VALUE 4.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-IX        PIC 9(2) VALUE 0.
           05 WS-BUCKET-ENTRY     OCCURS WS-MAX-BUCKET-CONST TIMES.
              10 WS-BUCKET-COUNT     PIC 9(6).
              10 WS-BUCKET-AMOUNT    PIC 9(11)V99.
       01  WS-BUCKET-NAMES.
           05 FILLER              PIC X(8) VALUE '1 DAY   '.
           05 FILLER              PIC X(8) VALUE '2-5     '.
           05 FILLER              PIC X(8) VALUE '6-10    '.
           05 FILLER              PIC X(8) VALUE 'OVER 10 '.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME      PIC X(8)
                                  OCCURS WS-MAX-BUCKET-CONST TIMES.

       01  WS-SIGNED-DIFF         PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 55.

       01  RPT-HEADING1.
           05 FILLER              PIC X(26) VALUE
              'BREAK-CASE-AGING        '.
           05 FILLER              PIC X(24) VALUE
              'OPEN BREAK CASE AGING   '.
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
           05 FILLER              PIC X(12) VALUE 'SECNR'.
           05 FILLER              PIC X(10) VALUE 'OPENED'.
           05 FILLER              PIC X(6) VALUE '  DAYS'.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(9) VALUE 'BUCKET'.
           05 FILLER              PIC X(10) VALUE 'ANALYST'.
           05 FILLER              PIC X(16) VALUE
              '      FIRST DIFF'.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE
              '     LATEST DIFF'.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(45) VALUE 'NOTE'.

       01  RPT-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-SECNR       PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-OPENED      PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-DAYS        PIC Z,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DET-BUCKET      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 RPT-DET-ANALYST     PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-DET-FIRST       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DET-LATEST      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-DET-NOTE        PIC X(40).
           05 FILLER              PIC X(5) VALUE SPACES.

       01  RPT-BUCKET-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'AGING BUCKET '.
           05 RPT-BKT-NAME        PIC X(8).
           05 FILLER              PIC X(9) VALUE '.......: '.
           05 RPT-BKT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'LATEST DIFF: '.
           05 RPT-BKT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(57) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-CNT-TEXT        PIC X(32).
           05 RPT-CNT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-CASES
           PERFORM PRINT-REPORT-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > WS-MAX-BUCKET-CONST
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-IX)
               MOVE 0 TO WS-BUCKET-AMOUNT(WS-BUCKET-IX)
           END-PERFORM
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "BREAK-CASE-AGING: case master open failed,"
                   " status " WS-CASE-STATUS
               MOVE 3016 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD.

       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-KEYWORD = 'BUSDATE=' AND CTL-VALUE NUMERIC
                       MOVE CTL-VALUE TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BREAK-CASE-AGING: bad control card '"
                           CONTROL-CARD "' - defaulting BUSDATE to "
                           WS-BUSINESS-DATE
                   END-IF
           END-READ.

       PROCESS-CASES.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM NOTE-CASE
               END-READ
           END-PERFORM.

       NOTE-CASE.
           EVALUATE TRUE
               WHEN CASE-STATUS = 'O'
                   PERFORM REPORT-OPEN-CASE
               WHEN CASE-STATUS = 'C'
                       AND CASE-CLOSE-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-CLEARED-TODAY
               WHEN CASE-STATUS = 'A'
                       AND CASE-CLOSE-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-ACCEPTED-TODAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT
           IF CASE-ANALYST = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN CASE-DAYS-OPEN NOT > 1
                   MOVE 1 TO WS-BUCKET-IX
               WHEN CASE-DAYS-OPEN NOT > 5
                   MOVE 2 TO WS-BUCKET-IX
               WHEN CASE-DAYS-OPEN NOT > 10
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IX)
           ADD CASE-LATEST-DIFF TO WS-BUCKET-AMOUNT(WS-BUCKET-IX)
           PERFORM PRINT-DETAIL-LINE.

       PRINT-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0
                   OR WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
           END-IF
           MOVE CASE-SECNR TO RPT-DET-SECNR
           MOVE CASE-OPEN-DATE TO RPT-DET-OPENED
           MOVE CASE-DAYS-OPEN TO RPT-DET-DAYS
           MOVE WS-BUCKET-NAME(WS-BUCKET-IX) TO RPT-DET-BUCKET
           IF CASE-ANALYST = SPACES
               MOVE '*NONE*' TO RPT-DET-ANALYST
           ELSE
               MOVE CASE-ANALYST TO RPT-DET-ANALYST
           END-IF
           MOVE CASE-FIRST-DIFF TO WS-SIGNED-DIFF
           IF CASE-FIRST-SIGN = '-'
               COMPUTE WS-SIGNED-DIFF = 0 - WS-SIGNED-DIFF
           END-IF
           MOVE WS-SIGNED-DIFF TO RPT-DET-FIRST
           MOVE CASE-LATEST-DIFF TO WS-SIGNED-DIFF
           IF CASE-LATEST-SIGN = '-'
               COMPUTE WS-SIGNED-DIFF = 0 - WS-SIGNED-DIFF
           END-IF
           MOVE WS-SIGNED-DIFF TO RPT-DET-LATEST
           MOVE CASE-NOTE TO RPT-DET-NOTE
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

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
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > WS-MAX-BUCKET-CONST
               MOVE WS-BUCKET-NAME(WS-BUCKET-IX) TO RPT-BKT-NAME
               MOVE WS-BUCKET-COUNT(WS-BUCKET-IX) TO RPT-BKT-COUNT
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IX) TO RPT-BKT-AMOUNT
               WRITE REPORT-RECORD FROM RPT-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'OPEN CASES....................: ' TO RPT-CNT-TEXT
           MOVE WS-OPEN-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OPEN CASES WITH NO ANALYST....: ' TO RPT-CNT-TEXT
           MOVE WS-UNASSIGNED-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLEARED ON THE BUSINESS DAY...: ' TO RPT-CNT-TEXT
           MOVE WS-CLEARED-TODAY TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ACCEPTED ON THE BUSINESS DAY..: ' TO RPT-CNT-TEXT
           MOVE WS-ACCEPTED-TODAY TO RPT-CNT-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           CLOSE CASE-FILE
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "BREAK-CASE-AGING - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Case records read.............: "
               WS-READ-COUNT
           DISPLAY "Open cases reported...........: "
               WS-OPEN-COUNT
           DISPLAY "Cleared on the business day...: "
               WS-CLEARED-TODAY
           DISPLAY "Accepted on the business day..: "
               WS-ACCEPTED-TODAY
           DISPLAY "==================================================".

       END PROGRAM BREAK-CASE-AGING.
