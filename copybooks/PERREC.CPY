      ******************************************************************
      *    PERREC - fiscal period calendar record layout (percal.txt).
      *    Finance keeps one 'P' record per fiscal period, in date
      *    order: the period (YYYYPP), its first and last calendar
      *    dates, whether it is still open or has been closed, and the
      *    business date it was closed on. Periods are contiguous and
      *    need not follow calendar months. 'H' records name the
      *    weekday holidays on which no nightly run is expected -
      *    only PerStartDate is used on them. Saturdays and Sundays
      *    are never business dates. PeriodClose marks a period
      *    closed; SampleProgram moves any order dated in a closed
      *    period into the current open period, and GLExtract stamps
      *    every interface record with the current open period - the
      *    first open period not ending before the business date.
      *    When the calendar is first put in place, periods already
      *    reported are loaded as closed.
      ******************************************************************
       01  PERIOD-CALENDAR-RECORD.
           05  PerRecordType           PIC X(1).
               88  PerPeriodRecord     VALUE 'P'.
               88  PerHolidayRecord    VALUE 'H'.
           05  FILLER                  PIC X(1).
           05  PerFiscalPeriod         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PerStartDate            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PerEndDate              PIC X(8).
           05  FILLER                  PIC X(1).
           05  PerStatus               PIC X(1).
               88  PerOpen             VALUE 'O'.
               88  PerClosed           VALUE 'C'.
           05  FILLER                  PIC X(1).
           05  PerClosedDate           PIC X(8).
