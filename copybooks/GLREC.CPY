      *    unsigned with an implied decimal; the side of the entry is
      *    carried in GlifDebitCredit ('D' or 'C'), and total debits
      *    always equal total credits or the extract step fails.
      *    GlifFiscalPeriod is the fiscal period (YYYYPP, from the
      *    period calendar, PERREC) the entry belongs to - the current
      *    open period for the run date, never one already closed.
      *    Zero when no calendar is in place.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GlifAccount             PIC 9(8).
           05  GlifDebitCredit         PIC X(1).
           05  GlifAmount              PIC 9(9)V99.
           05  GlifDescription         PIC X(20).
           05  GlifFiscalPeriod        PIC 9(6).
