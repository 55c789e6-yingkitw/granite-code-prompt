      ******************************************************************
      *    LBCREC - lockbox control record layout (lbxctl.txt).
      *    LockboxIntake rewrites the file every run: one 'B' record
      *    per batch it proved (batch number, deposit date, item count
      *    and amount, and how many of the items it found an account
      *    for), then one 'T' record with the whole file's figures -
      *    the bank's deposit total. A night with no lockbox file
      *    writes a single 'N' record instead; remit.txt is then the
      *    hand-keyed one and there is no bank total to tie to.
      *    DepositReconcile ties the 'T' figures to the applied and
      *    unapplied cash CashApplication left on cashctl.txt.
      ******************************************************************
       01  LOCKBOX-CONTROL-RECORD.
           05  LbcRecordType           PIC X(1).
               88  LbcBatchRecord      VALUE 'B'.
               88  LbcTotalRecord      VALUE 'T'.
               88  LbcNoLockboxFile    VALUE 'N'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcBatchNo              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcDepositDate          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcItemCount            PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcAmount               PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcKnownCount           PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LbcKnownAmount          PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
