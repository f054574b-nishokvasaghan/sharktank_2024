
      * Control cards, one keyword per card, any order:
      *   'BUSDATE=yyyymmdd'  - the business day under review
      *                         (defaulted to the calendar's
      *                         business date for the run date);
      *   'THRESHPC=nnn'      - percent movement above which a
      *                         changed total is reported (defaulted
      *                         to 10).
       01  WS-HIST-STATUS         PIC XX VALUE SPACES.

       01  WS-BUSINESS-DATE       PIC X(8).
      * The prior business day, from the shared business-day
      * calendar (BUSCAL 'PREV' on the business date) - not guessed
      * from whatever dates the master happens to hold. DROPPED is
      * judged against THIS date, not against "any earlier date
      * exists" - the master never purges, so without it every
      * security that ever left the book would be re-flagged DROPPED
      * every morning forever.
       01  WS-PRIOR-BUSDAY        PIC X(8) VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-THRESHOLD-PCT       PIC 9(3) VALUE 10.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "POSITION-MOVEMENT-REPORT: history master open"
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARDS
           PERFORM FIND-PRIOR-BUSDAY.

      * After the control cards, which may move the business day.
      * A prior business day the stream never ran has no history, so
      * nothing can be DROPPED against it - same as the first
      * business day ever.
       FIND-PRIOR-BUSDAY.
           MOVE 'PREV' TO CALQ-FUNCTION
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-PRIOR-BUSDAY
           DISPLAY "POSITION-MOVEMENT-REPORT: business date "
               WS-BUSINESS-DATE " compared with prior business day "
               WS-PRIOR-BUSDAY.

       READ-CONTROL-CARDS.
           PERFORM UNTIL WS-EOF-CTL = 'Y'
                   ADD 1 TO WS-NEW-COUNT
                   MOVE 0 TO WS-MOVE-PCT
                   PERFORM PRINT-EXCEPTION-NEW
      * DROPPED only when the security was on the book on the prior
      * business day - a security that left the book weeks ago is
      * history, not this morning's exception.
               WHEN WS-TODAY-FOUND = 'N' AND WS-PRIOR-FOUND = 'Y'
                       AND WS-PRIOR-DATE = WS-PRIOR-BUSDAY
                   ADD 1 TO WS-DROPPED-COUNT
