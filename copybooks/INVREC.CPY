      ******************************************************************
      *    INVREC - invoice-number control record layout (invctl.txt).
      *    One record carrying the last invoice number SampleProgram
      *    assigned. Posting reads it at startup, numbers each
      *    POSTED-CHARGE with the next number in sequence, and
      *    rewrites it with the last number used at end of run; a
      *    restarted run resumes from the number its checkpoint
      *    carried instead, so an abend neither skips nor reissues a
      *    number. A missing file (the first run) starts from zero;
      *    finance seeds the record when the sequence has to carry on
      *    from an earlier billing system. InvLastRunDate is the
      *    business date of the run that last advanced the number.
      ******************************************************************
       01  INVOICE-CONTROL-RECORD.
           05  InvLastInvoiceNo        PIC 9(8).
           05  InvLastRunDate          PIC X(8).
