      ******************************************************************
      * COPYBOOK: CALLINK
      * PURPOSE:  Parameter area passed on every CALL 'BUSCAL' - the
      *           shared business-day calendar routine (program
      *           BUSINESS-CALENDAR). The caller fills CALQ-FUNCTION
      *           and the inputs that function needs; BUSINESS-
      *           CALENDAR fills the outputs and CALQ-RETURN.
      *             'CURR' - CALQ-DATE-OUT = the latest business day on
      *                      or before CALQ-DATE-IN (a weekend or
      *                      holiday rolls back to the business day
      *                      before it) - the run's business date;
      *             'PREV' - CALQ-DATE-OUT = the latest business day
      *                      strictly before CALQ-DATE-IN;
      *             'BACK' - CALQ-DATE-OUT = the business day
      *                      CALQ-DAYS business days before
      *                      CALQ-DATE-IN (retention and aging
      *                      cutoffs);
      *             'DAYS' - CALQ-DAYS = the business days after
      *                      CALQ-DATE-IN up to and including
      *                      CALQ-DATE-2 (zero when CALQ-DATE-2 is not
      *                      later) - days open, days dormant, days
      *                      aged;
      *             'TEST' - CALQ-BUS-DAY = 'Y' when CALQ-DATE-IN is a
      *                      business day, else 'N'.
      *           CALQ-RETURN '00' is success, '08' a date that is not
      *           a valid yyyymmdd or an unknown function (outputs
      *           unchanged). A calendar master that cannot be read
      *           never returns: BUSINESS-CALENDAR ends the step with
      *           condition code 3019.
      ******************************************************************
       01  CALENDAR-REQUEST.
           05 CALQ-FUNCTION       PIC X(4).
           05 CALQ-DATE-IN        PIC X(8).
           05 CALQ-DATE-2         PIC X(8).
           05 CALQ-DAYS           PIC 9(5).
           05 CALQ-DATE-OUT       PIC X(8).
           05 CALQ-BUS-DAY        PIC X(1).
           05 CALQ-RETURN         PIC X(2).
