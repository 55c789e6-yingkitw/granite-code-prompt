      ******************************************************************
      *    APREC - accounts payable interface voucher layout.
      *    CreditRefund writes one of these to apintf.txt for every
      *    customer credit balance it refunds, and payables' voucher
      *    loader ingests the same shape - COPY this member on both
      *    sides so the two never drift. ApvVoucherNo is the run's
      *    business date followed by a sequence within the run, so a
      *    voucher number is never issued twice. The payee is the
      *    customer (ApvAcctNo, with the name and address from
      *    CUSTMAST for the cheque); ApvAmount is unsigned with an
      *    implied decimal, in ApvCurrencyCode. ApvDistAccount is the
      *    GL account payables debits when the voucher is paid - the
      *    refunds-payable clearing account GLExtract credits when the
      *    refund is journaled.
      ******************************************************************
       01  AP-INTERFACE-RECORD.
           05  ApvVoucherNo.
               10  ApvVoucherDate      PIC X(8).
               10  ApvVoucherSeq       PIC 9(6).
           05  ApvAcctNo               PIC 9(6).
           05  ApvPayeeName            PIC X(30).
           05  ApvPayeeAddress         PIC X(30).
           05  ApvAmount               PIC 9(9)V99.
           05  ApvCurrencyCode         PIC X(3).
           05  ApvDistAccount          PIC 9(8).
           05  ApvDescription          PIC X(20).
