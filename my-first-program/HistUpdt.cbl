           COPY HISTREC.

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * the history records are keyed under. Defaulted to the
      * calendar's business date for the run date (BUSCAL) when the
      * card is missing or unreadable, same policy as
      * SUSPENSE-RECYCLE's MAXCYCLES card.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.

       01  WS-HIST-STATUS         PIC XX VALUE SPACES.

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
           OPEN INPUT CONTROL-FILE
           OPEN EXTEND JOURNAL-FILE
           MOVE WS-ERROR-COUNT TO STEP-AUX1-COUNT
           MOVE 0 TO STEP-AUX2-COUNT
           MOVE WS-AMOUNT-SUM TO STEP-AMOUNT
           MOVE 0 TO STEP-AUX3-COUNT
           MOVE 0 TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

