      *                open items and journal are all keyed on it -
      *                a payment against a renamed customer lands on
      *                the same account as the charges it pays down.
      *    2026-10-15  An overpayment's unused remainder is carried as
      *                a negative open item dated with the payment
      *                date, instead of living only in BalBalance. The
      *                open items now always sum to the balance, and
      *                the credit-balance refund run can see how long
      *                an account's credit has been sitting.
      *    2026-10-15  OPNREC gained OpnInvoiceNo and JRNREC gained
      *                JrnInvoiceNo. Surviving open items carry their
      *                invoice number through the rewrite; this
      *                step's journal entries are not invoices and
      *                carry zero.
      *    2026-10-15  remit.txt now comes from LockboxIntake and
      *                carries the payer's account number (RmtAcctNo)
      *                when the bank's stub or an invoice reference
      *                identified it; the payment matches on that
      *                account first and on the name only when it is
      *                blank or unknown, so a keyed-by-hand file still
      *                works. A payment to a merged account follows
      *                CustMastMergedTo to the survivor. cashctl.txt
      *                gained the applied and unapplied amounts for the
      *                deposit reconciliation.
      *    2026-10-15  JRNREC gained JrnFiscalPeriod and
      *                JrnPeriodFlag for orders posted into the open
      *                period; this step's entries are not orders and
      *                carry spaces in both.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  RmtPaymentDate          PIC X(8).
           05  RmtAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  RmtAcctNo               PIC X(6).

       FD  CustMastFile.
       COPY CUSTREC.
      * Same OPNREC shape as OpenItemFile; written FROM working
      * storage, so only a length is needed here.
       FD  NewOpenItemFile.
       01  NewOpenItemLine             PIC X(32).

       FD  JournalFile.
       COPY JRNREC.
           05  CctPaymentsApplied      PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CctPaymentsUnapplied    PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CctAmountApplied        PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CctAmountUnapplied      PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

       FD  RunControlFile.
       COPY RUNREC.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmAmount           PIC S9(7)V99.
               10  ItmInvoiceNo        PIC 9(8).

       01  WS-PAYMENT-ACCT-NO          PIC 9(6) VALUE ZERO.
       01  WS-PAYMENT-REMAINING        PIC S9(9)V99 VALUE ZERO.
       01  WS-PAYMENTS-READ            PIC 9(10) VALUE ZERO.
       01  WS-PAYMENTS-APPLIED         PIC 9(10) VALUE ZERO.
       01  WS-PAYMENTS-UNAPPLIED       PIC 9(10) VALUE ZERO.
       01  WS-AMOUNT-APPLIED           PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-UNAPPLIED         PIC S9(11)V99 VALUE ZERO.
       01  WS-REMIT-ACCT-NO            PIC 9(6) VALUE ZERO.
       01  WS-CHAIN-HOPS               PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-MAX-HOPS           PIC 9(2) VALUE 10.
       01  WS-ITEMS-CLOSED             PIC 9(10) VALUE ZERO.
       01  WS-ITEMS-CARRIED            PIC 9(10) VALUE ZERO.
       01  WS-CREDITS-CARRIED          PIC 9(10) VALUE ZERO.

       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-CURRENT-DATE             PIC X(21).
                       MOVE OpnOrderDate TO
                           ItmOrderDate(WS-ITEM-COUNT)
                       MOVE OpnAmount TO ItmAmount(WS-ITEM-COUNT)
                       MOVE OpnInvoiceNo TO
                           ItmInvoiceNo(WS-ITEM-COUNT)
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

      * LockboxIntake supplies the account whenever the payer is
      * known; a hand-keyed remittance, or a lockbox payer it could
      * not identify, still matches by name through the master's
      * alternate key. Either way a merged account's payment lands
      * on the account it was folded into.
       ApplyPayment.
           SET CustMastNotFound TO TRUE
           IF RmtAcctNo IS NUMERIC
               MOVE RmtAcctNo TO WS-REMIT-ACCT-NO
               IF WS-REMIT-ACCT-NO > ZERO
                   MOVE WS-REMIT-ACCT-NO TO CustMastAcctNo
                   READ CustMastFile
                       INVALID KEY
                           SET CustMastNotFound TO TRUE
                       NOT INVALID KEY
                           SET CustMastFound TO TRUE
                   END-READ
               END-IF
           END-IF
           IF CustMastNotFound
               MOVE RmtCustomerName TO CustMastName
               READ CustMastFile KEY IS CustMastName
                   INVALID KEY
                       SET CustMastNotFound TO TRUE
                   NOT INVALID KEY
                       SET CustMastFound TO TRUE
               END-READ
           END-IF
           MOVE ZERO TO WS-CHAIN-HOPS
           PERFORM UNTIL NOT CustMastFound
                   OR NOT CustMastMerged
                   OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
               ADD 1 TO WS-CHAIN-HOPS
               MOVE CustMastMergedTo TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       SET CustMastNotFound TO TRUE
                   NOT INVALID KEY
                       SET CustMastFound TO TRUE
               END-READ
           END-PERFORM
           IF CustMastFound
               MOVE CustMastAcctNo TO WS-PAYMENT-ACCT-NO
               PERFORM PostPayment
      * The full payment comes off the customer's balance whether or
      * not open items cover it - an overpayment simply leaves a
      * credit balance on the master. Items are then relieved oldest
      * first until the payment is exhausted, and whatever is left
      * becomes a credit item so the items still sum to the balance.
       PostPayment.
           MOVE WS-PAYMENT-ACCT-NO TO BalAcctNo
           READ BalanceFile
           PERFORM RelieveOldestItem WITH TEST AFTER
               UNTIL WS-PAYMENT-REMAINING <= ZERO
               OR WS-ITEM-OLDEST-IX = ZERO
           IF WS-PAYMENT-REMAINING > ZERO
               PERFORM AddCreditItem
           END-IF

           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD RmtAmount TO WS-AMOUNT-APPLIED
           MOVE "POSTED-PAYMENT" TO JrnDisposition
           PERFORM WriteCashJournalRecord
           MOVE "APPLIED" TO CSH-DET-DISPOSITION
               END-IF
           END-IF.

      * Running out of table here would drop the credit from the
      * items while the balance kept it, so the run stops instead.
       AddCreditItem.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               DISPLAY "AddCreditItem: open-item table full, run "
                   "abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-PAYMENT-ACCT-NO TO ItmAcctNo(WS-ITEM-COUNT)
           MOVE RmtPaymentDate TO ItmOrderDate(WS-ITEM-COUNT)
           COMPUTE ItmAmount(WS-ITEM-COUNT) =
               ZERO - WS-PAYMENT-REMAINING
           MOVE ZERO TO ItmInvoiceNo(WS-ITEM-COUNT)
           ADD 1 TO WS-CREDITS-CARRIED.

      * Closed items drop off the file; everything else - untouched
      * items, part-paid remainders and the negative adjustment
      * items - carries forward so the aged report and the next cash
                   MOVE ItmAcctNo(WS-ITEM-IX) TO OpnAcctNo
                   MOVE ItmOrderDate(WS-ITEM-IX) TO OpnOrderDate
                   MOVE ItmAmount(WS-ITEM-IX) TO OpnAmount
                   MOVE ItmInvoiceNo(WS-ITEM-IX) TO OpnInvoiceNo
                   WRITE NewOpenItemLine FROM OPEN-ITEM-RECORD
                   ADD 1 TO WS-ITEMS-CARRIED
               END-IF
           MOVE "Customer not found on CUSTMAST" TO CshReason
           WRITE CashSuspenseRecord
           ADD 1 TO WS-PAYMENTS-UNAPPLIED
           ADD RmtAmount TO WS-AMOUNT-UNAPPLIED
           MOVE "UNAPPLIED-CASH" TO JrnDisposition
           MOVE ZERO TO WS-NEW-BALANCE
           PERFORM WriteCashJournalRecord
           MOVE ZERO TO JrnTaxAmount
           MOVE SPACES TO JrnTaxCode
           MOVE WS-PAYMENT-ACCT-NO TO JrnAcctNo
           MOVE ZERO TO JrnInvoiceNo
           MOVE SPACES TO JrnFiscalPeriod
           MOVE SPACES TO JrnPeriodFlag
           WRITE JOURNAL-RECORD.

       WriteCashReportHeading.
           WRITE CashReportLine FROM CSH-TOTAL-LINE
           MOVE "OPEN ITEMS CARRIED: " TO CSH-TOT-LABEL
           MOVE WS-ITEMS-CARRIED TO CSH-TOT-VALUE
           WRITE CashReportLine FROM CSH-TOTAL-LINE
           MOVE "OVERPAYMENT CREDITS CARRIED: " TO CSH-TOT-LABEL
           MOVE WS-CREDITS-CARRIED TO CSH-TOT-VALUE
           WRITE CashReportLine FROM CSH-TOTAL-LINE.

       WriteCashControlRecord.
           MOVE WS-PAYMENTS-READ TO CctPaymentsRead
           MOVE WS-PAYMENTS-APPLIED TO CctPaymentsApplied
           MOVE WS-PAYMENTS-UNAPPLIED TO CctPaymentsUnapplied
           MOVE WS-AMOUNT-APPLIED TO CctAmountApplied
           MOVE WS-AMOUNT-UNAPPLIED TO CctAmountUnapplied
           WRITE CashControlRecord
           CLOSE CashControlFile.
