      ******************************************************************
      * PROGRAM: BUSINESS-CALENDAR
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: The shared business-day routine every program of the
      *          stream CALLs (load module BUSCAL) instead of reading
      *          the wall clock: the run's business date, the prior
      *          business date, a date so many business days back, and
      *          the business days between two dates - all judged
      *          against the one maintained calendar master (copybook
      *          CALREC, DD CALDD). The master is loaded on the first
      *          call of the step and held for the rest of it. See
      *          copybook CALLINK for the functions and their fields.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
      * WORKING-STORAGE of a called program keeps its values from one
      * CALL to the next within the step, so the master is read once
      * and every later call works from the table.
       01  WS-CAL-FIELDS.
           05 WS-CAL-STATUS       PIC XX VALUE SPACES.
           05 WS-CAL-LOADED       PIC X VALUE 'N'.
           05 WS-EOF-CAL          PIC X VALUE 'N'.
           05 WS-CAL-LAST-YEAR    PIC 9(4) VALUE 0.
           05 WS-WARNED-YEAR      PIC 9(4) VALUE 0.
           05 WS-CAL-DATE-NUM     PIC 9(8) VALUE 0.
           05 WS-CAL-DATE-SPLIT REDEFINES WS-CAL-DATE-NUM.
              10 WS-CAL-YYYY         PIC 9(4).
              10 FILLER              PIC 9(4).

      * Exception dates held as integer day serials, so every lookup
      * compares like with like whatever the date arithmetic needs.
      * A few dozen holidays a year - a table scan costs nothing.
       78  WS-MAX-CAL-CONST       VALUE 500.
       01  WS-CAL-TABLE.
           05 WS-CAL-COUNT        PIC 9(4) VALUE 0.
           05 WS-CAL-IX           PIC 9(4) VALUE 0.
           05 WS-CAL-ENTRY        OCCURS WS-MAX-CAL-CONST TIMES.
              10 WS-CAL-INT-TBL      PIC 9(7).
              10 WS-CAL-TYPE-TBL     PIC X(1).

       01  WS-DAY-FIELDS.
           05 WS-DATE-NUM         PIC 9(8) VALUE 0.
           05 WS-DATE-SPLIT REDEFINES WS-DATE-NUM.
              10 WS-DATE-YYYY        PIC 9(4).
              10 FILLER              PIC 9(4).
           05 WS-DAY-INT          PIC 9(7) VALUE 0.
           05 WS-FROM-INT         PIC 9(7) VALUE 0.
           05 WS-TO-INT           PIC 9(7) VALUE 0.
           05 WS-SPAN-DAYS        PIC 9(7) VALUE 0.
           05 WS-SPAN-WEEKS       PIC 9(7) VALUE 0.
           05 WS-SPAN-EXTRA       PIC 9(1) VALUE 0.
           05 WS-DOW-WORK         PIC 9(7) VALUE 0.
           05 WS-DOW-WEEKS        PIC 9(7) VALUE 0.
           05 WS-DOW              PIC 9(1) VALUE 0.
           05 WS-BUS-DAYS         PIC S9(7) VALUE 0.
           05 WS-DAYS-LEFT        PIC 9(5) VALUE 0.
           05 WS-IS-BUS-DAY       PIC X VALUE 'N'.

       LINKAGE SECTION.
           COPY CALLINK.

       PROCEDURE DIVISION USING CALENDAR-REQUEST.
       MAIN-PARA.
           IF WS-CAL-LOADED = 'N'
               PERFORM LOAD-CALENDAR
           END-IF
           MOVE '00' TO CALQ-RETURN
           PERFORM EDIT-REQUEST
           IF CALQ-RETURN = '00'
               EVALUATE CALQ-FUNCTION
                   WHEN 'CURR'
                       PERFORM FIND-CURRENT-BUSDAY
                   WHEN 'PREV'
                       PERFORM FIND-PRIOR-BUSDAY
                   WHEN 'BACK'
                       PERFORM STEP-BACK-BUSDAYS
                   WHEN 'DAYS'
                       PERFORM COUNT-BUSDAYS
                   WHEN 'TEST'
                       PERFORM TEST-BUSDAY
               END-EVALUATE
           END-IF
           GOBACK.

      * A calendar the step cannot read, or one carrying a record it
      * cannot trust, ends the step - every date the stream works
      * from hangs off this master, and guessing at weekdays only
      * would quietly move the business date on the first holiday.
      * Condition 3019 is the calendar's own, so operations goes
      * straight to the master (or CALUPDT) instead of the feeds.
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY "BUSINESS-CALENDAR: calendar master open"
                   " failed, status " WS-CAL-STATUS
               MOVE 3019 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-CAL = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CAL
                   NOT AT END
                       PERFORM LOAD-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'Y' TO WS-CAL-LOADED.

       LOAD-CALENDAR-ENTRY.
           IF CAL-DATE NOT NUMERIC
                   OR (CAL-DAY-TYPE NOT = 'H'
                       AND CAL-DAY-TYPE NOT = 'W')
               DISPLAY "BUSINESS-CALENDAR: bad calendar record '"
                   CALENDAR-RECORD "' - step aborted"
               PERFORM ABORT-CALENDAR-LOAD
           END-IF
           MOVE CAL-DATE TO WS-CAL-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-NUM) NOT = 0
               DISPLAY "BUSINESS-CALENDAR: bad calendar date "
                   CAL-DATE " - step aborted"
               PERFORM ABORT-CALENDAR-LOAD
           END-IF
           IF WS-CAL-COUNT NOT < WS-MAX-CAL-CONST
               DISPLAY "BUSINESS-CALENDAR: more than "
                   WS-MAX-CAL-CONST " calendar records - step"
                   " aborted"
               PERFORM ABORT-CALENDAR-LOAD
           END-IF
           ADD 1 TO WS-CAL-COUNT
           COMPUTE WS-CAL-INT-TBL(WS-CAL-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM)
           MOVE CAL-DAY-TYPE TO WS-CAL-TYPE-TBL(WS-CAL-COUNT)
           IF WS-CAL-YYYY > WS-CAL-LAST-YEAR
               MOVE WS-CAL-YYYY TO WS-CAL-LAST-YEAR
           END-IF.

       ABORT-CALENDAR-LOAD.
           CLOSE CALENDAR-FILE
           MOVE 3019 TO RETURN-CODE
           STOP RUN.

      * Every function needs a real yyyymmdd in CALQ-DATE-IN, and
      * 'DAYS' a second one in CALQ-DATE-2. A date in a year the
      * master holds no exception for is answered (weekdays only)
      * but warned about once per step - next year's holidays not
      * yet keyed is the one way this master goes quietly wrong.
       EDIT-REQUEST.
           IF CALQ-DATE-IN NOT NUMERIC
               MOVE '08' TO CALQ-RETURN
           ELSE
               MOVE CALQ-DATE-IN TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE '08' TO CALQ-RETURN
               END-IF
           END-IF
           IF CALQ-FUNCTION = 'DAYS' AND CALQ-RETURN = '00'
               IF CALQ-DATE-2 NOT NUMERIC
                   MOVE '08' TO CALQ-RETURN
               ELSE
                   MOVE CALQ-DATE-2 TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                           NOT = 0
                       MOVE '08' TO CALQ-RETURN
                   END-IF
               END-IF
           END-IF
           IF CALQ-FUNCTION NOT = 'CURR' AND NOT = 'PREV'
                   AND NOT = 'BACK' AND NOT = 'DAYS'
                   AND NOT = 'TEST'
               MOVE '08' TO CALQ-RETURN
           END-IF
           IF CALQ-RETURN = '00'
               MOVE CALQ-DATE-IN TO WS-DATE-NUM
               IF WS-DATE-YYYY > WS-CAL-LAST-YEAR
                       AND WS-DATE-YYYY NOT = WS-WARNED-YEAR
                   MOVE WS-DATE-YYYY TO WS-WARNED-YEAR
                   DISPLAY "BUSINESS-CALENDAR: no holidays on file"
                       " for " WS-DATE-YYYY " - Monday to Friday"
                       " taken as business days"
               END-IF
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

      * Day serial 1 (1601-01-01) was a Monday, so (serial - 1)
      * modulo 7 runs 0 = Monday through 6 = Sunday. The master's
      * exception, where there is one, overrides the weekday rule.
       JUDGE-DAY.
           COMPUTE WS-DOW-WORK = WS-DAY-INT - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-DOW
           IF WS-DOW < 5
               MOVE 'Y' TO WS-IS-BUS-DAY
           ELSE
               MOVE 'N' TO WS-IS-BUS-DAY
           END-IF
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               IF WS-CAL-INT-TBL(WS-CAL-IX) = WS-DAY-INT
                   IF WS-CAL-TYPE-TBL(WS-CAL-IX) = 'H'
                       MOVE 'N' TO WS-IS-BUS-DAY
                   ELSE
                       MOVE 'Y' TO WS-IS-BUS-DAY
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CURRENT-BUSDAY.
           PERFORM JUDGE-DAY
           PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
               SUBTRACT 1 FROM WS-DAY-INT
               PERFORM JUDGE-DAY
           END-PERFORM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO CALQ-DATE-OUT.

       FIND-PRIOR-BUSDAY.
           SUBTRACT 1 FROM WS-DAY-INT
           PERFORM FIND-CURRENT-BUSDAY.

      * Zero days back is the date itself, business day or not - the
      * callers measure from a business date already.
       STEP-BACK-BUSDAYS.
           MOVE CALQ-DAYS TO WS-DAYS-LEFT
           PERFORM UNTIL WS-DAYS-LEFT = 0
               SUBTRACT 1 FROM WS-DAY-INT
               PERFORM JUDGE-DAY
               PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
                   SUBTRACT 1 FROM WS-DAY-INT
                   PERFORM JUDGE-DAY
               END-PERFORM
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-PERFORM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO CALQ-DATE-OUT.

      * Whole weeks contribute five weekdays each and the odd days
      * left over at the far end are judged one by one; then each
      * exception inside the span corrects the weekday count - a
      * holiday takes a day away, a trading weekend day adds one.
      * Counted this way a span of years costs one pass of the
      * table, not one lookup per day.
       COUNT-BUSDAYS.
           MOVE WS-DAY-INT TO WS-FROM-INT
           MOVE CALQ-DATE-2 TO WS-DATE-NUM
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 0 TO WS-BUS-DAYS
           IF WS-TO-INT > WS-FROM-INT
               COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT
               DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-SPAN-WEEKS
                   REMAINDER WS-SPAN-EXTRA
               COMPUTE WS-BUS-DAYS = WS-SPAN-WEEKS * 5
               COMPUTE WS-DAY-INT = WS-TO-INT - WS-SPAN-EXTRA + 1
               PERFORM UNTIL WS-DAY-INT > WS-TO-INT
                   COMPUTE WS-DOW-WORK = WS-DAY-INT - 1
                   DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
                       REMAINDER WS-DOW
                   IF WS-DOW < 5
                       ADD 1 TO WS-BUS-DAYS
                   END-IF
                   ADD 1 TO WS-DAY-INT
               END-PERFORM
               PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                       UNTIL WS-CAL-IX > WS-CAL-COUNT
                   IF WS-CAL-INT-TBL(WS-CAL-IX) > WS-FROM-INT
                           AND WS-CAL-INT-TBL(WS-CAL-IX)
                               NOT > WS-TO-INT
                       PERFORM APPLY-SPAN-EXCEPTION
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BUS-DAYS < 0
               MOVE 0 TO WS-BUS-DAYS
           END-IF
           IF WS-BUS-DAYS > 99999
               MOVE 99999 TO WS-BUS-DAYS
           END-IF
           MOVE WS-BUS-DAYS TO CALQ-DAYS.

       APPLY-SPAN-EXCEPTION.
           COMPUTE WS-DOW-WORK = WS-CAL-INT-TBL(WS-CAL-IX) - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-DOW
           IF WS-CAL-TYPE-TBL(WS-CAL-IX) = 'H' AND WS-DOW < 5
               SUBTRACT 1 FROM WS-BUS-DAYS
           END-IF
           IF WS-CAL-TYPE-TBL(WS-CAL-IX) = 'W' AND WS-DOW > 4
               ADD 1 TO WS-BUS-DAYS
           END-IF.

       TEST-BUSDAY.
           PERFORM JUDGE-DAY
           MOVE WS-IS-BUS-DAY TO CALQ-BUS-DAY.

       END PROGRAM BUSINESS-CALENDAR.
