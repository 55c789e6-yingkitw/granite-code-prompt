      ******************************************************************
      *    LBXREC - bank lockbox transmission record layouts
      *    (lockbox.txt), one 80-byte record of each type, told apart
      *    by the type byte in column 1:
      *      '5' batch header    - batch number, the date the batch
      *                            was deposited, lockbox number
      *      '6' payment detail  - one cheque: batch number, sequence
      *                            in the batch, the payer's account
      *                            number as printed on the stub
      *                            (blank when the stub was missing),
      *                            the payer name the bank keyed, the
      *                            cheque number, the amount, and up
      *                            to two invoice numbers from the
      *                            stub (blank when none)
      *      '7' batch trailer   - batch number, item count and total
      *      '9' file trailer    - batch count, item count and total
      *    Amounts are unsigned - the bank sends only deposits.
      *    Batches run header, details, trailer; the file trailer is
      *    last. COPY into the lockbox FD; every 01 shares the record
      *    area, so test LbxRecordType before touching the others.
      ******************************************************************
       01  LOCKBOX-RECORD.
           05  LbxRecordType           PIC X(1).
               88  LbxBatchHeader      VALUE '5'.
               88  LbxPaymentDetail    VALUE '6'.
               88  LbxBatchTrailer     VALUE '7'.
               88  LbxFileTrailer      VALUE '9'.
           05  FILLER                  PIC X(79).

       01  LOCKBOX-BATCH-HEADER.
           05  FILLER                  PIC X(1).
           05  LbxHdrBatchNo           PIC 9(4).
           05  LbxHdrDepositDate       PIC X(8).
           05  LbxHdrLockboxNo         PIC X(7).
           05  FILLER                  PIC X(60).

       01  LOCKBOX-PAYMENT.
           05  FILLER                  PIC X(1).
           05  LbxPmtBatchNo           PIC 9(4).
           05  LbxPmtItemSeq           PIC 9(4).
           05  LbxPmtPayerAcct         PIC X(6).
           05  LbxPmtPayerName         PIC X(30).
           05  LbxPmtCheckNo           PIC X(8).
           05  LbxPmtAmount            PIC 9(7)V99.
           05  LbxPmtInvoiceRef        PIC X(8) OCCURS 2 TIMES.
           05  FILLER                  PIC X(2).

       01  LOCKBOX-BATCH-TRAILER.
           05  FILLER                  PIC X(1).
           05  LbxBtrBatchNo           PIC 9(4).
           05  LbxBtrItemCount         PIC 9(5).
           05  LbxBtrTotal             PIC 9(9)V99.
           05  FILLER                  PIC X(59).

       01  LOCKBOX-FILE-TRAILER.
           05  FILLER                  PIC X(1).
           05  LbxFtrBatchCount        PIC 9(4).
           05  LbxFtrItemCount         PIC 9(7).
           05  LbxFtrTotal             PIC 9(11)V99.
           05  FILLER                  PIC X(55).
