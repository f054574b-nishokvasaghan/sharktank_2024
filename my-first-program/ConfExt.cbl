           05 FILLER              PIC X(29).

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * stamped on every confirmation record. Defaulted to the
      * calendar's business date for the run date (BUSCAL) when the
      * card is missing or unreadable, same policy as
      * SECURITY-TOTALS-POST's card.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.

       01  WS-CONF-HASH           PIC 9(11)V99 VALUE 0.
       01  WS-AMOUNT-SUM          PIC 9(11)V99 VALUE 0.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).
       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT OUT-FILE
           OPEN INPUT SUSPENSE-FILE
           OPEN INPUT CARRY-FILE
           MOVE WS-CONFIRMED-COUNT TO STEP-AUX1-COUNT
           MOVE WS-UNCONF-COUNT TO STEP-AUX2-COUNT
           MOVE WS-AMOUNT-SUM TO STEP-AMOUNT
           MOVE 0 TO STEP-AUX3-COUNT
           MOVE 0 TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

