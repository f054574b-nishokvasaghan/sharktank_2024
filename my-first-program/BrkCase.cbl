      ******************************************************************
      * PROGRAM: BREAK-CASE-UPDATE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To carry the desk's breaks from night to night in the
      *          break case master instead of a spreadsheet: every
      *          SECNR on tonight's break file either ages its open
      *          case (latest difference, days open) or opens a new
      *          one, and every open case whose key came back in
      *          tolerance tonight - on OUT-FILE and not on the break
      *          file - is cleared automatically. The desk's own
      *          assign/annotate/accept cards are applied separately
      *          by BREAK-CASE-MAINTENANCE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK-CASE-UPDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * CASE-FILE is a VSAM KSDS keyed on SECNR + open date, defined
      * out of band like the position history master. DYNAMIC access:
      * the break pass probes each SECNR's cases with START/READ NEXT
      * and writes new cases by key, then the clearing pass sweeps
      * the whole master forward.
       FILE-CONTROL.
           SELECT BREAK-FILE ASSIGN TO BRKDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUT-FILE ASSIGN TO OUTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO CASEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * The join's own break file, NOT the SORTBRK copy - the join
      * writes it in ascending SECNR order, so each key's broken
      * combinations arrive together for a straight control break.
       FD  BREAK-FILE.
           COPY BRKREC.

      * Ascending SECNR order as the join writes it, walked forward
      * in step with the master sweep to spot keys back in tolerance.
       FD  OUT-FILE.
           COPY OUTREC.

       FD  CASE-FILE.
           COPY BRKCASE.

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * cases are opened, aged and cleared under. Defaulted to the
      * calendar's business date for the run date (BUSCAL) when the
      * card is missing or unreadable, same policy as
      * POSITION-HISTORY-UPDATE's card.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(8).
           05 FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-BREAK-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-BREAK-KEY-COUNT  PIC 9(6) VALUE 0.
           05 WS-OPENED-COUNT     PIC 9(6) VALUE 0.
           05 WS-REOPENED-COUNT   PIC 9(6) VALUE 0.
           05 WS-STILL-BROKEN     PIC 9(6) VALUE 0.
           05 WS-CLEARED-COUNT    PIC 9(6) VALUE 0.
           05 WS-AGED-COUNT       PIC 9(6) VALUE 0.
           05 WS-ERROR-COUNT      PIC 9(6) VALUE 0.
           05 WS-EOF-FLAG         PIC X VALUE 'N'.
           05 WS-EOF-OUT          PIC X VALUE 'N'.
           05 WS-EOF-CASE         PIC X VALUE 'N'.
           05 WS-FIRST-RECORD     PIC X VALUE 'Y'.
           05 WS-CASE-FOUND       PIC X VALUE 'N'.

       01  WS-CASE-STATUS         PIC XX VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).

      * One SECNR's broken combinations netted into a single signed
      * difference - the figure the case carries for the night.
       01  WS-GROUP-FIELDS.
           05 WS-GROUP-SECNR      PIC X(10) VALUE SPACES.
           05 WS-GROUP-DIFF       PIC S9(9)V99 VALUE 0.
           05 WS-GROUP-SIGN       PIC X(1) VALUE '+'.
           05 WS-GROUP-DIFF-ABS   PIC 9(9)V99 VALUE 0.
           05 WS-SIGNED-DIFF      PIC S9(9)V99 VALUE 0.

      * Days open counts business days on the shared calendar, the
      * opening night as day one, so a case opened tonight reports in
      * the 1-day aging bucket and a weekend or market holiday does
      * not push a case into the next bucket.
       01  WS-AGE-FIELDS.
           05 WS-DAYS-OPEN        PIC S9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-BREAKS
           PERFORM CLEAR-RETURNED-CASES
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT BREAK-FILE
           OPEN INPUT OUT-FILE
           OPEN INPUT CONTROL-FILE
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "BREAK-CASE-UPDATE: case master open failed,"
                   " status " WS-CASE-STATUS
               MOVE 3016 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CONTROL-CARD.

       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   DISPLAY "BREAK-CASE-UPDATE: no control card"
                       " - defaulting BUSDATE to " WS-BUSINESS-DATE
               NOT AT END
                   IF CTL-KEYWORD = 'BUSDATE=' AND CTL-VALUE NUMERIC
                       MOVE CTL-VALUE TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BREAK-CASE-UPDATE: bad control"
                           " card '" CONTROL-CARD "' - defaulting"
                           " BUSDATE to " WS-BUSINESS-DATE
                   END-IF
           END-READ.

       PROCESS-BREAKS.
           PERFORM READ-BREAK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF WS-FIRST-RECORD = 'Y'
                   MOVE BRK-SECNR TO WS-GROUP-SECNR
                   MOVE 'N' TO WS-FIRST-RECORD
               ELSE
                   IF BRK-SECNR NOT = WS-GROUP-SECNR
                       PERFORM APPLY-BREAK-TO-CASE
                       MOVE BRK-SECNR TO WS-GROUP-SECNR
                   END-IF
               END-IF
               MOVE BRK-DIFF-ABS TO WS-SIGNED-DIFF
               IF BRK-DIFF-SIGN = '-'
                   COMPUTE WS-SIGNED-DIFF = 0 - WS-SIGNED-DIFF
               END-IF
               ADD WS-SIGNED-DIFF TO WS-GROUP-DIFF
               PERFORM READ-BREAK-FILE
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM APPLY-BREAK-TO-CASE
           END-IF.

       READ-BREAK-FILE.
           READ BREAK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BREAK-READ-COUNT
           END-READ.

      * A SECNR can hold at most one open case: if it has one, the
      * case takes tonight's difference and ages; if not, a new case
      * opens under tonight's business date.
       APPLY-BREAK-TO-CASE.
           ADD 1 TO WS-BREAK-KEY-COUNT
           IF WS-GROUP-DIFF < 0
               MOVE '-' TO WS-GROUP-SIGN
               COMPUTE WS-GROUP-DIFF-ABS = 0 - WS-GROUP-DIFF
           ELSE
               MOVE '+' TO WS-GROUP-SIGN
               MOVE WS-GROUP-DIFF TO WS-GROUP-DIFF-ABS
           END-IF
           PERFORM FIND-OPEN-CASE
           IF WS-CASE-FOUND = 'Y'
               PERFORM AGE-BROKEN-CASE
           ELSE
               PERFORM OPEN-NEW-CASE
           END-IF
           MOVE 0 TO WS-GROUP-DIFF.

      * START on the SECNR with the lowest possible open date, then
      * walk that SECNR's cases forward looking for the open one.
       FIND-OPEN-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE 'N' TO WS-EOF-CASE
           MOVE WS-GROUP-SECNR TO CASE-SECNR
           MOVE LOW-VALUES TO CASE-OPEN-DATE
           START CASE-FILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CASE
           END-START
           PERFORM UNTIL WS-EOF-CASE = 'Y' OR WS-CASE-FOUND = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CASE
                   NOT AT END
                       IF CASE-SECNR NOT = WS-GROUP-SECNR
                           MOVE 'Y' TO WS-EOF-CASE
                       ELSE
                           IF CASE-STATUS = 'O'
                               MOVE 'Y' TO WS-CASE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGE-BROKEN-CASE.
           PERFORM NOTE-LATEST-DIFF
           REWRITE BREAK-CASE-RECORD
               INVALID KEY
                   DISPLAY "BREAK-CASE-UPDATE: rewrite failed for "
                       CASE-SECNR " " CASE-OPEN-DATE
                       " status " WS-CASE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-STILL-BROKEN
           END-REWRITE.

      * A duplicate key here means a case for this SECNR already
      * opened under tonight's date and was since closed - a same-day
      * rerun after the desk accepted it. The break is real again, so
      * that case reopens rather than a second one being invented.
       OPEN-NEW-CASE.
           MOVE SPACES TO BREAK-CASE-RECORD
           MOVE WS-GROUP-SECNR TO CASE-SECNR
           MOVE WS-BUSINESS-DATE TO CASE-OPEN-DATE
           MOVE 'O' TO CASE-STATUS
           MOVE WS-GROUP-SIGN TO CASE-FIRST-SIGN
           MOVE WS-GROUP-DIFF-ABS TO CASE-FIRST-DIFF
           MOVE WS-GROUP-SIGN TO CASE-LATEST-SIGN
           MOVE WS-GROUP-DIFF-ABS TO CASE-LATEST-DIFF
           MOVE WS-BUSINESS-DATE TO CASE-LATEST-DATE
           MOVE 1 TO CASE-DAYS-OPEN
           WRITE BREAK-CASE-RECORD
               INVALID KEY
                   PERFORM REOPEN-CASE
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
           END-WRITE.

       REOPEN-CASE.
           READ CASE-FILE
               INVALID KEY
                   DISPLAY "BREAK-CASE-UPDATE: case write failed for "
                       WS-GROUP-SECNR " " WS-BUSINESS-DATE
                       " status " WS-CASE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'O' TO CASE-STATUS
                   MOVE SPACES TO CASE-CLOSE-DATE
                   PERFORM NOTE-LATEST-DIFF
                   PERFORM REWRITE-REOPENED-CASE
           END-READ.

       REWRITE-REOPENED-CASE.
           REWRITE BREAK-CASE-RECORD
               INVALID KEY
                   DISPLAY "BREAK-CASE-UPDATE: rewrite failed for "
                       CASE-SECNR " " CASE-OPEN-DATE
                       " status " WS-CASE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REOPENED-COUNT
           END-REWRITE.

       NOTE-LATEST-DIFF.
           MOVE WS-GROUP-SIGN TO CASE-LATEST-SIGN
           MOVE WS-GROUP-DIFF-ABS TO CASE-LATEST-DIFF
           MOVE WS-BUSINESS-DATE TO CASE-LATEST-DATE
           PERFORM COMPUTE-DAYS-OPEN.

      * Second pass: every case still open that did not break tonight
      * is either back in tolerance (its SECNR is on OUT-FILE - the
      * join only writes a combination there once it passed the
      * tolerance test) and clears, or is still missing from tonight's
      * match altogether (suspense, no feed) and simply ages. Both
      * files ascend by SECNR, so OUT-FILE is walked forward in step.
       CLEAR-RETURNED-CASES.
           PERFORM READ-OUT-FILE
           MOVE 'N' TO WS-EOF-CASE
           MOVE LOW-VALUES TO CASE-KEY
           START CASE-FILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CASE
           END-START
           PERFORM UNTIL WS-EOF-CASE = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CASE
                   NOT AT END
                       IF CASE-STATUS = 'O'
                               AND CASE-LATEST-DATE < WS-BUSINESS-DATE
                           PERFORM JUDGE-OPEN-CASE
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-OPEN-CASE.
           PERFORM UNTIL WS-EOF-OUT = 'Y'
                   OR OUT-SECNR NOT < CASE-SECNR
               PERFORM READ-OUT-FILE
           END-PERFORM
           PERFORM COMPUTE-DAYS-OPEN
           IF WS-EOF-OUT = 'N' AND OUT-SECNR = CASE-SECNR
               MOVE 'C' TO CASE-STATUS
               MOVE WS-BUSINESS-DATE TO CASE-CLOSE-DATE
           END-IF
           REWRITE BREAK-CASE-RECORD
               INVALID KEY
                   DISPLAY "BREAK-CASE-UPDATE: rewrite failed for "
                       CASE-SECNR " " CASE-OPEN-DATE
                       " status " WS-CASE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF CASE-STATUS = 'C'
                       ADD 1 TO WS-CLEARED-COUNT
                   ELSE
                       ADD 1 TO WS-AGED-COUNT
                   END-IF
           END-REWRITE.

       READ-OUT-FILE.
           READ OUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OUT
           END-READ.

       COMPUTE-DAYS-OPEN.
           MOVE 'DAYS' TO CALQ-FUNCTION
           MOVE CASE-OPEN-DATE TO CALQ-DATE-IN
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-2
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           IF CALQ-RETURN = '00'
               COMPUTE WS-DAYS-OPEN = CALQ-DAYS + 1
           ELSE
               MOVE 1 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN < 1
               MOVE 1 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN > 9999
               MOVE 9999 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO CASE-DAYS-OPEN.

       CLOSE-FILES.
           CLOSE BREAK-FILE
           CLOSE OUT-FILE
           CLOSE CONTROL-FILE
           CLOSE CASE-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "BREAK-CASE-UPDATE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Business date.................: "
               WS-BUSINESS-DATE
           DISPLAY "Break records read............: "
               WS-BREAK-READ-COUNT
           DISPLAY "Broken SECNRs tonight.........: "
               WS-BREAK-KEY-COUNT
           DISPLAY "Cases opened..................: "
               WS-OPENED-COUNT
           DISPLAY "Cases reopened................: "
               WS-REOPENED-COUNT
           DISPLAY "Open cases broken again.......: "
               WS-STILL-BROKEN
           DISPLAY "Cases cleared (in tolerance)..: "
               WS-CLEARED-COUNT
           DISPLAY "Open cases aged, not matched..: "
               WS-AGED-COUNT
           DISPLAY "Case update failures..........: "
               WS-ERROR-COUNT
           DISPLAY "==================================================".

       END PROGRAM BREAK-CASE-UPDATE.
