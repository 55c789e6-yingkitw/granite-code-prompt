      *    recompile. Readers fall back to their old defaults when
      *    the file is missing (an ad-hoc run outside the job) or a
      *    field is blank/zero.
      *    runctl.txt only ever holds the date in hand, so
      *    RunControlClose also appends each completed record to the
      *    run-control history (runhist.txt, same layout), which is
      *    where PeriodClose proves every business date of a fiscal
      *    period completed.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RunBusinessDate         PIC X(8).
