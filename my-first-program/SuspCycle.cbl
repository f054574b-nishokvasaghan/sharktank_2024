      *          the new day's FILE1/FILE2/FILE3 extracts, carry still-
      *          unmatched records forward with an age counter, and
      *          write off (with a report) anything older than the
      *          configured number of business days.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.
      * Read only - FILE-JOIN-CALCULATION's permanent run history,
      * for the business date the suspense in hand was written on.
      * OPTIONAL: before the first join ever runs, or just after the
      * trail is reallocated, there is no history yet - status 05
      * (or 35) on the OPEN means none, not a failure.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      * OPTIONAL: the step-totals dataset is created fresh by this
      * step's DD each cycle (the stream's STDEL step deletes the
      * prior cycle's), and OPEN EXTEND must succeed on it empty.
       01  CARRY-RECORD           PIC X(37).

      * WRITEOFF-FILE is the terminal disposition: records that have
      * sat WS-MAX-AGE-DAYS business days in suspense without
      * clearing.
      * These leave the nightly cycle for good and are reviewed from
      * the write-off report instead.
       FD  WRITEOFF-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * Single control card, e.g. 'MAXDAYS=004' - the number of
      * business days a record may age in suspense before write-off.
      * The older 'MAXCYCLES=nnn' card is still honoured, with the
      * same meaning - one recycle a business day was always what
      * it stood for.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(10).
           05 CTL-VALUE           PIC X(3).
           05 FILLER              PIC X(67).
       01  CONTROL-CARD-MAXDAYS REDEFINES CONTROL-CARD.
           05 CTL-MAXDAYS-KEY     PIC X(8).
           05 CTL-MAXDAYS-VAL     PIC X(3).
           05 FILLER              PIC X(69).

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

      * One machine-readable record per run for STREAM-TIEOUT - see
      * copybook STEPTOT for the field meanings by step.
       01  WS-RECYC2-HASH         PIC 9(11)V99 VALUE 0.
       01  WS-RECYC3-HASH         PIC 9(11)V99 VALUE 0.

      * Sum of the write-offs as transmitted, for STREAM-TIEOUT to tie
      * against what GENERAL-LEDGER-FEED posts from WRTOFFDD.
       01  WS-WRITEOFF-AMOUNT     PIC 9(11)V99 VALUE 0.

       01  WS-FEED1-DETAIL        PIC X VALUE 'N'.
       01  WS-FEED2-DETAIL        PIC X VALUE 'N'.
       01  WS-FEED3-DETAIL        PIC X VALUE 'N'.

      * Defaulted, not abended, when the control card is missing or
      * unreadable - a bad card should not stop the nightly stream,
      * and four business days is the agreed business default.
       01  WS-MAX-AGE-DAYS        PIC 9(3) VALUE 4.

      * Suspense ages by the business days that have passed since the
      * join that wrote it, on the shared business-day calendar:
      * tonight's business date against the business date of the
      * last clean FILE-JOIN-CALCULATION run in the run history. A
      * weekend or holiday adds nothing; a rerun on the same
      * business day adds nothing; a business day the stream never
      * ran still counts. With no clean run on file yet (the first
      * night) it ages one day, as a recycle cycle always did.
       01  WS-AGE-FIELDS.
           05 WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05 WS-LAST-JOIN-DATE   PIC X(8) VALUE SPACES.
           05 WS-LAST-JOIN-BUSDAY PIC X(8) VALUE SPACES.
           05 WS-AGE-INCREMENT    PIC 9(3) VALUE 1.
           05 WS-EOF-RUNH         PIC X VALUE 'N'.
           05 WS-RUNH-STATUS      PIC XX VALUE SPACES.
           05 WS-RUNH-FAIL-OP     PIC X(4) VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           OPEN OUTPUT WRITEOFF-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-AGE-INCREMENT
           MOVE SPACES TO RECYC1-HEADER-RECORD
           MOVE 'HDR' TO RECYC1-HDR-ID
           MOVE WS-RUN-DATE TO RECYC1-HDR-DATE
           READ CONTROL-FILE
               AT END
                   DISPLAY "SUSPENSE-RECYCLE: no control card - "
                       "defaulting MAXDAYS to " WS-MAX-AGE-DAYS
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-MAXDAYS-KEY = 'MAXDAYS='
                               AND CTL-MAXDAYS-VAL NUMERIC
                           MOVE CTL-MAXDAYS-VAL TO WS-MAX-AGE-DAYS
                       WHEN CTL-KEYWORD = 'MAXCYCLES='
                               AND CTL-VALUE NUMERIC
                           MOVE CTL-VALUE TO WS-MAX-AGE-DAYS
                       WHEN OTHER
                           DISPLAY "SUSPENSE-RECYCLE: bad control"
                               " card '" CONTROL-CARD "' - defaulting"
                               " MAXDAYS to " WS-MAX-AGE-DAYS
                   END-EVALUATE
           END-READ.

      * Only clean runs (condition 0) count - an abended or quiesced
      * join wrote no suspense generation the night's cycle could
      * have picked up. PRELIM cycles write no run history at all.
       COMPUTE-AGE-INCREMENT.
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT RUN-HISTORY-FILE
           EVALUATE WS-RUNH-STATUS
               WHEN '00'
                   PERFORM READ-RUN-HISTORY
                   CLOSE RUN-HISTORY-FILE
               WHEN '05'
                   DISPLAY "SUSPENSE-RECYCLE: no run history yet"
                       " (status 05) - treated as empty"
                   CLOSE RUN-HISTORY-FILE
               WHEN '35'
                   DISPLAY "SUSPENSE-RECYCLE: no run history yet"
                       " (status 35) - treated as empty"
               WHEN OTHER
                   MOVE 'OPEN' TO WS-RUNH-FAIL-OP
                   PERFORM ABORT-RUN-HISTORY
           END-EVALUATE
           IF WS-LAST-JOIN-DATE = SPACES
               MOVE 1 TO WS-AGE-INCREMENT
           ELSE
               MOVE 'CURR' TO CALQ-FUNCTION
               MOVE WS-LAST-JOIN-DATE TO CALQ-DATE-IN
               CALL 'BUSCAL' USING CALENDAR-REQUEST
               MOVE CALQ-DATE-OUT TO WS-LAST-JOIN-BUSDAY
               MOVE 'DAYS' TO CALQ-FUNCTION
               MOVE WS-LAST-JOIN-BUSDAY TO CALQ-DATE-IN
               MOVE WS-BUSINESS-DATE TO CALQ-DATE-2
               CALL 'BUSCAL' USING CALENDAR-REQUEST
               IF CALQ-RETURN NOT = '00'
                   MOVE 1 TO WS-AGE-INCREMENT
               ELSE
                   IF CALQ-DAYS > 999
                       MOVE 999 TO WS-AGE-INCREMENT
                   ELSE
                       MOVE CALQ-DAYS TO WS-AGE-INCREMENT
                   END-IF
               END-IF
           END-IF
           DISPLAY "SUSPENSE-RECYCLE: business date " WS-BUSINESS-DATE
               ", last join " WS-LAST-JOIN-BUSDAY " - suspense ages "
               WS-AGE-INCREMENT " business day(s)".

       READ-RUN-HISTORY.
           PERFORM UNTIL WS-EOF-RUNH = 'Y'
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RUNH
                   NOT AT END
                       IF RUNH-COND-CODE = 0
                           MOVE RUNH-DATE TO WS-LAST-JOIN-DATE
                       END-IF
               END-READ
               IF WS-RUNH-STATUS NOT = '00'
                       AND WS-RUNH-STATUS NOT = '10'
                   MOVE 'READ' TO WS-RUNH-FAIL-OP
                   PERFORM ABORT-RUN-HISTORY
               END-IF
           END-PERFORM.

      * A trail that is there but cannot be read would age the
      * suspense from a guess - the step stops instead, before any
      * suspense is recycled, carried or written off.
       ABORT-RUN-HISTORY.
           DISPLAY "=================================================="
           DISPLAY "SUSPENSE-RECYCLE RUN ABORTED, CODE 3028"
           DISPLAY "=================================================="
           DISPLAY "Run-history " WS-RUNH-FAIL-OP " failed, status "
               WS-RUNH-STATUS
           DISPLAY "=================================================="
           MOVE 3028 TO RETURN-CODE
           STOP RUN.

      * SUSP-IN arrives in SECNR order, so each side's feed pointer
      * only ever moves forward - the PROBE-FEED paragraphs below are
           END-IF.

       AGE-SUSPENSE-RECORD.
           ADD WS-AGE-INCREMENT TO SUSP-AGE-DAYS
               ON SIZE ERROR
                   MOVE 999 TO SUSP-AGE-DAYS
           END-ADD
           IF SUSP-AGE-DAYS NOT < WS-MAX-AGE-DAYS
               WRITE WRITEOFF-RECORD FROM SUSPENSE-RECORD
               ADD 1 TO WS-WRITEOFF-COUNT
               ADD SUSP-AMOUNT TO WS-WRITEOFF-AMOUNT
               PERFORM PRINT-WRITEOFF-LINE
           ELSE
               WRITE CARRY-RECORD FROM SUSPENSE-RECORD
               + WS-RECYC2-COUNT + WS-RECYC3-COUNT
           MOVE WS-CARRY-COUNT TO STEP-AUX1-COUNT
           MOVE WS-WRITEOFF-COUNT TO STEP-AUX2-COUNT
           MOVE WS-WRITEOFF-AMOUNT TO STEP-AMOUNT
           MOVE 0 TO STEP-AUX3-COUNT
           MOVE 0 TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

