           COPY OUTREC.

      * Single control card, 'BUSDATE=yyyymmdd' - the processing date
      * stamped on each posted totals segment. Defaulted to the
      * calendar's business date for the run date (BUSCAL) when the
      * card is missing or unreadable, same policy as
      * POSITION-HISTORY-UPDATE's card.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 WS-EOF-FLAG         PIC X VALUE 'N'.
           05 WS-FIRST-RECORD     PIC X VALUE 'Y'.

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
           COMPUTE STEP-AUX2-COUNT = WS-NOPARENT-COUNT
               + WS-ERROR-COUNT
           MOVE WS-AMOUNT-SUM TO STEP-AMOUNT
           MOVE 0 TO STEP-AUX3-COUNT
           MOVE 0 TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

