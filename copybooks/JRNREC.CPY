      *    BalancePost and CustomerStatements key on it now, so a
      *    rename leaves the history attached; JrnCustomerName stays
      *    as the display name the record carried.
      *    JrnInvoiceNo is the invoice number SampleProgram assigned
      *    a POSTED-CHARGE from the invoice control record (invctl.txt,
      *    INVREC); every other entry - adjustments, cash, write-offs,
      *    refunds, non-posted dispositions - carries zero.
      *    JrnFiscalPeriod is the fiscal period (PERREC) SampleProgram
      *    posted the entry into - always the current open period -
      *    and JrnPeriodFlag is 'P' when the order's own OrderDate
      *    falls in a period already closed, so it was moved forward.
      *    Entries journaled by the other steps (cash, write-offs,
      *    refunds) carry spaces in both; their period is the one
      *    GLExtract stamps for the business date.
      ******************************************************************
       01  JOURNAL-RECORD.
           05  JrnTimestamp            PIC X(21).
           05  JrnTaxCode              PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  JrnAcctNo               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  JrnInvoiceNo            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  JrnFiscalPeriod         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  JrnPeriodFlag           PIC X(1).
               88  JrnClosedPeriodOrder VALUE 'P'.
