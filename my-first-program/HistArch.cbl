
      * Control cards, one keyword per card, any order:
      *   'KEEPDAYS=nnnn'     - retention: records dated within this
      *                         many business days of the business
      *                         date stay in the master, counted on
      *                         the shared business-day calendar
      *                         (defaulted to 275 - the agreed
      *                         thirteen-month business retention);
      *   'BUSDATE=yyyymmdd'  - the date retention is measured from
      *                         (defaulted to the calendar's business
      *                         date for the run date).
       FD  CONTROL-FILE.
       01  CONTROL-CARD           PIC X(80).
       01  CONTROL-CARD-KEEP REDEFINES CONTROL-CARD.

       01  WS-HIST-STATUS         PIC XX VALUE SPACES.

       01  WS-KEEP-DAYS           PIC 9(4) VALUE 275.
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-MM           PIC X(2).
           05 WS-RUN-DD           PIC X(2).

      * The cutoff in yyyymmdd, computed once on the shared
      * business-day calendar: the business day KEEPDAYS business
      * days before the business date. HIST-DATE below the cutoff is
      * older than the retention and leaves the master.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-CARDS
           PERFORM COMPUTE-CUTOFF-DATE
           END-EVALUATE.

       COMPUTE-CUTOFF-DATE.
           MOVE 'BACK' TO CALQ-FUNCTION
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-IN
           MOVE WS-KEEP-DAYS TO CALQ-DAYS
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-CUTOFF-DATE
           DISPLAY "HISTORY-ARCHIVE-PURGE: keeping " WS-KEEP-DAYS
               " business days - purging history dated before "
               WS-CUTOFF-DATE.

      * Forward pass in key order: a record older than the cutoff is
