      ******************************************************************
      *    PRLREC - month-end run log record layout (perlog.txt).
      *    The statement (CustomerStatements), finance-charge
      *    (FinanceCharge) and dunning (DunningLetters) runs each
      *    append one record every time they complete: the fiscal
      *    period the run was for - the oldest open period on the
      *    period calendar (PERREC), which is the one awaiting close -
      *    the run's name, the business date it ran on and how many
      *    statements, charges or letters it produced. PeriodClose
      *    will not close a period until all three runs are logged
      *    against it. A run made with no calendar in place logs
      *    period zero.
      ******************************************************************
       01  PERIOD-RUN-LOG-RECORD.
           05  PrlFiscalPeriod         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PrlRunName              PIC X(10).
               88  PrlStatementRun     VALUE 'STATEMENTS'.
               88  PrlFinanceChargeRun VALUE 'FINCHARGE'.
               88  PrlDunningRun       VALUE 'DUNNING'.
           05  FILLER                  PIC X(1).
           05  PrlRunDate              PIC X(8).
           05  FILLER                  PIC X(1).
           05  PrlItemCount            PIC 9(7).
