       01  XLATED-RECORD          PIC X(28).

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * the effective dates are judged against. Defaulted to the
      * calendar's business date for the run date (BUSCAL) when the
      * card is missing or unreadable, same policy as
      * POSITION-HISTORY-UPDATE's card.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 WS-EOF-XREF         PIC X VALUE 'N'.
           05 WS-XREF-FOUND       PIC X VALUE 'N'.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).


       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT FEED3
           OPEN INPUT XREF-FILE
           OPEN INPUT CONTROL-FILE
