      ******************************************************************
      * COPYBOOK: CALREC
      * PURPOSE:  Record layout for the business-day calendar master -
      *           the one agreed answer to "is this date a business
      *           day" for the whole stream. Monday to Friday are
      *           business days and Saturday/Sunday are not, unless
      *           the master says otherwise, so it carries only the
      *           exceptions:
      *             'H' - a weekday the market is closed (holiday);
      *             'W' - a Saturday or Sunday the market trades.
      *           One record per exception date, ascending CAL-DATE.
      *           Maintained by BUSINESS-CALENDAR-UPDATE (with its own
      *           audit trail); read by BUSINESS-CALENDAR, the shared
      *           routine every program CALLs for its business date,
      *           prior business date and business-day arithmetic.
      ******************************************************************
       01  CALENDAR-RECORD.
           05 CAL-DATE            PIC X(8).
           05 CAL-DAY-TYPE        PIC X(1).
           05 CAL-DESC            PIC X(30).
