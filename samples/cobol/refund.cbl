       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditRefund.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Overpaid accounts sat in credit
      *                on balmast.dat until a customer phoned, and the
      *                refund cheque was raised in payables by hand
      *                with nothing on the receivables side to show
      *                for it. This step runs nightly after the
      *                write-off step and walks the balance master
      *                for accounts in credit. An account is refunded
      *                when its newest credit item has been on
      *                opnitem.txt for the holding period, the
      *                customer is active on CUSTMAST, no orders are
      *                held for it in suspense.txt, and its open items
      *                tie to the balance. The refund writes a
      *                voucher (APREC layout) to the payables
      *                interface file apintf.txt, clears the
      *                account's open items, brings BalBalance to
      *                zero and journals the refund as POSTED-REFUND
      *                for GLExtract and OrderReconcile, with the
      *                counts on refctl.txt. The refund register
      *                (refreg.txt) lists every account in credit
      *                with the refund raised or the reason it was
      *                passed over. The surviving items come out in
      *                opnitem.new for the job to swap in.
      *    2026-10-15  OPNREC gained OpnInvoiceNo and JRNREC gained
      *                JrnInvoiceNo. Surviving open items carry their
      *                invoice number through the rewrite; this
      *                step's journal entries are not invoices and
      *                carry zero.
      *    2026-10-15  JRNREC gained JrnFiscalPeriod and
      *                JrnPeriodFlag for orders posted into the open
      *                period; this step's entries are not orders and
      *                carry spaces in both.
      *    2026-10-15  The customer master open is checked like the
      *                other opens; a failure stops the run RC=8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL BalanceFile ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BalAcctNo
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewOpenItemFile ASSIGN TO "opnitem.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SuspenseFile ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APInterfaceFile ASSIGN TO "apintf.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "refreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RefundControlFile ASSIGN TO "refctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustMastFile.
       COPY CUSTREC.

       FD  BalanceFile.
       COPY BALREC.

       FD  OpenItemFile.
       COPY OPNREC.

      * Same OPNREC shape as OpenItemFile; written FROM working
      * storage, so only a length is needed here.
       FD  NewOpenItemFile.
       01  NewOpenItemLine             PIC X(32).

       FD  SuspenseFile.
       COPY SUSREC.

       FD  JournalFile.
       COPY JRNREC.

       FD  APInterfaceFile.
       COPY APREC.

       FD  RegisterFile.
       01  RegisterLine                PIC X(110).

       FD  RefundControlFile.
       01  RefundControlRecord.
           05  RctAcctsInCredit        PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RctRefundsIssued        PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RctAmountRefunded       PIC 9(11)V99.

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.
           88  CustMastOpenOK          VALUE '00' '05'.

       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceFileOpenOK       VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

      * Days a credit must sit before it is refunded, per treasury -
      * long enough for a reversed or dishonoured payment to come
      * back before the money goes out again.
       01  WS-HOLDING-DAYS             PIC 9(3) VALUE 30.

      * Payables debits this clearing account when it pays the
      * voucher; GLExtract credits it when the refund is journaled.
       01  WS-ACCT-REFUNDS-PAYABLE     PIC 9(8) VALUE 20150000.

       01  WS-ITEM-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-IX                  PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 5000 TIMES.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmAmount           PIC S9(7)V99.
               10  ItmInvoiceNo        PIC 9(8).

       01  WS-HOLD-MAX                 PIC 9(4) VALUE 2000.
       01  WS-HOLD-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-HOLD-IX                  PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  HldAcctNo OCCURS 2000 TIMES
                                       PIC 9(6).
       01  WS-HOLD-SWITCH              PIC X(1).
           88  ACCOUNT-ON-HOLD         VALUE 'Y'.

       01  WS-ITEMS-TOTAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-SINCE             PIC X(8).
       01  WS-CREDIT-SINCE-NUM REDEFINES WS-CREDIT-SINCE
                                       PIC 9(8).
       01  WS-CREDIT-AGE-DAYS          PIC S9(7) VALUE ZERO.
       01  WS-TODAY-NUM                PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-REFUND-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-ACCTS-IN-CREDIT          PIC 9(10) VALUE ZERO.
       01  WS-REFUNDS-ISSUED           PIC 9(10) VALUE ZERO.
       01  WS-ACCTS-PASSED             PIC 9(10) VALUE ZERO.
       01  WS-AMOUNT-REFUNDED          PIC S9(11)V99 VALUE ZERO.

       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-HOUSE-CURRENCY           PIC X(3) VALUE "USD".

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  REG-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
                   "CREDIT REFUND REGISTER".

       01  REG-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(30) VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
                   "CREDIT BAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "SINCE".
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "REFUNDED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                   "VOUCHER / REASON".

       01  REG-DETAIL-LINE.
           05  REG-DET-ACCT            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-BALANCE         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-SINCE           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-REFUND          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-NOTE            PIC X(30).

       01  REG-COUNT-LINE.
           05  REG-CNT-LABEL           PIC X(30).
           05  REG-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.

       01  REG-AMOUNT-LINE.
           05  REG-AMT-LABEL           PIC X(30).
           05  REG-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM CheckRunControl
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM LoadOpenItems
           PERFORM LoadHeldAccounts

           OPEN INPUT CustMastFile
           IF NOT CustMastOpenOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Status '05' is the OPTIONAL balance master not existing yet -
      * nobody can be in credit, so the run simply refunds nothing.
           OPEN I-O BalanceFile
           IF NOT BalanceFileOpenOK
               DISPLAY "Main: unable to open BalanceFile, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Refunds ride on the end of the day's journal behind the cash
      * and write-off entries, so the reconciliation and GL steps
      * downstream see them.
           OPEN EXTEND JournalFile
           OPEN OUTPUT APInterfaceFile
           OPEN OUTPUT RegisterFile
           PERFORM WriteRegisterHeading

           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO BalAcctNo
           START BalanceFile KEY IS >= BalAcctNo
               INVALID KEY
                   SET END-OF-FILE-HIT TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-HIT
               READ BalanceFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF BalBalance < ZERO
                           PERFORM ReviewCreditAccount
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WriteSurvivingItems
           PERFORM WriteRegisterTotals

           CLOSE CustMastFile
           CLOSE BalanceFile
           CLOSE JournalFile
           CLOSE APInterfaceFile
           CLOSE RegisterFile

           PERFORM WriteRefundControlRecord

           DISPLAY "Accounts in credit: " WS-ACCTS-IN-CREDIT
           DISPLAY "Refunds issued: " WS-REFUNDS-ISSUED
           DISPLAY "Accounts passed over: " WS-ACCTS-PASSED
           DISPLAY "Amount refunded: " WS-AMOUNT-REFUNDED
           STOP RUN.

      * A refund moves money off the balance master, so like
      * BalancePost it only runs inside a business date that
      * RunControlOpen has opened. The house currency the vouchers
      * are drawn in comes from the same record.
       CheckRunControl.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT RunControlFile
           READ RunControlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF RunBusinessDate IS NUMERIC
                       MOVE RunBusinessDate TO WS-BUSINESS-DATE
                   END-IF
                   IF RunHouseCurrency NOT = SPACES
                       MOVE RunHouseCurrency TO WS-HOUSE-CURRENCY
                   END-IF
                   IF NOT RunOpen
                       DISPLAY "CheckRunControl: business date "
                           RunBusinessDate " is not open, "
                           "refund run refused"
                       CLOSE RunControlFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RunControlFile.

      * The whole open-item file comes into the table so a refunded
      * account's items can be cleared and the survivors written
      * back in one pass. Overflowing the table would mean silently
      * losing open receivables on the rewrite, so the run stops.
       LoadOpenItems.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT >= WS-ITEM-MAX
                           DISPLAY "LoadOpenItems: open-item table "
                               "full, run abandoned"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE OpnAcctNo TO ItmAcctNo(WS-ITEM-COUNT)
                       MOVE OpnOrderDate TO
                           ItmOrderDate(WS-ITEM-COUNT)
                       MOVE OpnAmount TO ItmAmount(WS-ITEM-COUNT)
                       MOVE OpnInvoiceNo TO
                           ItmInvoiceNo(WS-ITEM-COUNT)
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

      * An order waiting in suspense - status hold or credit hold -
      * would take the credit the moment it is released, so any
      * account with a hold outstanding keeps its credit for now.
       LoadHeldAccounts.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SuspenseFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ SuspenseFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       PERFORM AddHeldAccount
               END-READ
           END-PERFORM
           CLOSE SuspenseFile.

       AddHeldAccount.
           PERFORM FindHeldAccount
           IF NOT ACCOUNT-ON-HOLD
               IF WS-HOLD-COUNT >= WS-HOLD-MAX
                   DISPLAY "AddHeldAccount: hold table full, run "
                       "abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE SusAcctNo TO HldAcctNo(WS-HOLD-COUNT)
           END-IF.

       FindHeldAccount.
           MOVE 'N' TO WS-HOLD-SWITCH
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                   OR ACCOUNT-ON-HOLD
               IF HldAcctNo(WS-HOLD-IX) = SusAcctNo
                   SET ACCOUNT-ON-HOLD TO TRUE
               END-IF
           END-PERFORM.

      * Every account in credit gets a register line - the refund
      * raised, or the reason it was passed over - so the credits
      * left on the master are accounted for each night.
       ReviewCreditAccount.
           ADD 1 TO WS-ACCTS-IN-CREDIT
           MOVE ZERO TO WS-REFUND-AMOUNT
           PERFORM SumAccountItems
           MOVE BalAcctNo TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   SET CustMastNotFound TO TRUE
               NOT INVALID KEY
                   SET CustMastFound TO TRUE
           END-READ
           MOVE BalAcctNo TO SusAcctNo
           PERFORM FindHeldAccount
           EVALUATE TRUE
               WHEN CustMastNotFound
                   MOVE SPACES TO CustMastName
                   MOVE "PASSED - NOT ON CUSTMAST" TO REG-DET-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               WHEN NOT CustMastActive
                   MOVE "PASSED - CUSTOMER INACTIVE" TO REG-DET-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               WHEN ACCOUNT-ON-HOLD
                   MOVE "PASSED - ORDERS ON HOLD" TO REG-DET-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               WHEN WS-ITEMS-TOTAL NOT = BalBalance
                   MOVE "PASSED - ITEMS DO NOT TIE" TO REG-DET-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               WHEN WS-CREDIT-SINCE IS NOT NUMERIC
                   MOVE "PASSED - NO DATED CREDIT" TO REG-DET-NOTE
                   ADD 1 TO WS-ACCTS-PASSED
               WHEN OTHER
                   PERFORM CheckHoldingPeriod
           END-EVALUATE
           PERFORM WriteRegisterDetailLine.

      * The newest credit item dates the credit: a later overpayment
      * restarts the clock, so money is never sent back within the
      * holding period of any payment that makes up the balance.
       SumAccountItems.
           MOVE ZERO TO WS-ITEMS-TOTAL
           MOVE SPACES TO WS-CREDIT-SINCE
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = BalAcctNo
                   ADD ItmAmount(WS-ITEM-IX) TO WS-ITEMS-TOTAL
                   IF ItmAmount(WS-ITEM-IX) < ZERO
                       IF WS-CREDIT-SINCE = SPACES
                               OR ItmOrderDate(WS-ITEM-IX) >
                               WS-CREDIT-SINCE
                           MOVE ItmOrderDate(WS-ITEM-IX) TO
                               WS-CREDIT-SINCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CheckHoldingPeriod.
           COMPUTE WS-CREDIT-AGE-DAYS = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-CREDIT-SINCE-NUM)
           IF WS-CREDIT-AGE-DAYS < WS-HOLDING-DAYS
               MOVE "PASSED - IN HOLDING PERIOD" TO REG-DET-NOTE
               ADD 1 TO WS-ACCTS-PASSED
           ELSE
               PERFORM IssueRefund
           END-IF.

      * The items tie to the balance, so clearing every item on the
      * account and zeroing the balance are the same movement - the
      * charges still open were settled out of the credit, and the
      * net credit is what goes back to the customer.
       IssueRefund.
           COMPUTE WS-REFUND-AMOUNT = ZERO - BalBalance
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = BalAcctNo
                   MOVE ZERO TO ItmAmount(WS-ITEM-IX)
               END-IF
           END-PERFORM
           MOVE ZERO TO BalBalance
           REWRITE BALANCE-RECORD
           ADD 1 TO WS-REFUNDS-ISSUED
           ADD WS-REFUND-AMOUNT TO WS-AMOUNT-REFUNDED
           PERFORM WriteRefundVoucher
           PERFORM WriteRefundJournalRecord
           MOVE SPACES TO REG-DET-NOTE
           STRING "VOUCHER " ApvVoucherDate ApvVoucherSeq
               DELIMITED BY SIZE INTO REG-DET-NOTE.

       WriteRefundVoucher.
           MOVE WS-BUSINESS-DATE TO ApvVoucherDate
           MOVE WS-REFUNDS-ISSUED TO ApvVoucherSeq
           MOVE BalAcctNo TO ApvAcctNo
           MOVE CustMastName TO ApvPayeeName
           MOVE CustMastAddress TO ApvPayeeAddress
           MOVE WS-REFUND-AMOUNT TO ApvAmount
           MOVE WS-HOUSE-CURRENCY TO ApvCurrencyCode
           MOVE WS-ACCT-REFUNDS-PAYABLE TO ApvDistAccount
           MOVE "CUSTOMER CREDIT RFND" TO ApvDescription
           WRITE AP-INTERFACE-RECORD.

      * The refund amount goes in the posted column and the balance
      * after it (zero) in the running balance column, the same way
      * the cash entries carry them.
       WriteRefundJournalRecord.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-JOURNAL-TIMESTAMP(1:8)
           MOVE WS-JOURNAL-TIMESTAMP TO JrnTimestamp
           MOVE "POSTED-REFUND" TO JrnDisposition
           MOVE 'R' TO JrnRecordType
           MOVE CustMastName TO JrnCustomerName
           MOVE WS-BUSINESS-DATE TO JrnOrderDate
           MOVE WS-REFUND-AMOUNT TO JrnTotalAmount
           MOVE SPACES TO JrnTotalAmountRaw
           MOVE BalBalance TO JrnLineItemTotal
           MOVE SPACES TO JrnBranchCode
           MOVE SPACES TO JrnCurrencyCode
           MOVE WS-REFUND-AMOUNT TO JrnOrigAmount
           MOVE ZERO TO JrnTaxAmount
           MOVE SPACES TO JrnTaxCode
           MOVE BalAcctNo TO JrnAcctNo
           MOVE ZERO TO JrnInvoiceNo
           MOVE SPACES TO JrnFiscalPeriod
           MOVE SPACES TO JrnPeriodFlag
           WRITE JOURNAL-RECORD.

      * Cleared items drop off the file; everything else carries
      * forward unchanged.
       WriteSurvivingItems.
           OPEN OUTPUT NewOpenItemFile
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAmount(WS-ITEM-IX) NOT = ZERO
                   MOVE ItmAcctNo(WS-ITEM-IX) TO OpnAcctNo
                   MOVE ItmOrderDate(WS-ITEM-IX) TO OpnOrderDate
                   MOVE ItmAmount(WS-ITEM-IX) TO OpnAmount
                   MOVE ItmInvoiceNo(WS-ITEM-IX) TO OpnInvoiceNo
                   WRITE NewOpenItemLine FROM OPEN-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE NewOpenItemFile.

       WriteRegisterHeading.
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                   WS-CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO REG-RUN-DATE
           WRITE RegisterLine FROM REG-HEADING-LINE
           WRITE RegisterLine FROM REG-COLUMN-HEADER.

      * The balance shown is the credit as found, before any refund.
       WriteRegisterDetailLine.
           MOVE BalAcctNo TO REG-DET-ACCT
           MOVE CustMastName TO REG-DET-NAME
           COMPUTE REG-DET-BALANCE = BalBalance - WS-REFUND-AMOUNT
           MOVE WS-CREDIT-SINCE TO REG-DET-SINCE
           MOVE WS-REFUND-AMOUNT TO REG-DET-REFUND
           WRITE RegisterLine FROM REG-DETAIL-LINE.

       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "ACCOUNTS IN CREDIT: " TO REG-CNT-LABEL
           MOVE WS-ACCTS-IN-CREDIT TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE
           MOVE "REFUNDS ISSUED: " TO REG-CNT-LABEL
           MOVE WS-REFUNDS-ISSUED TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE
           MOVE "ACCOUNTS PASSED OVER: " TO REG-CNT-LABEL
           MOVE WS-ACCTS-PASSED TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE
           MOVE "TOTAL REFUNDED: " TO REG-AMT-LABEL
           MOVE WS-AMOUNT-REFUNDED TO REG-AMT-VALUE
           WRITE RegisterLine FROM REG-AMOUNT-LINE.

       WriteRefundControlRecord.
           OPEN OUTPUT RefundControlFile
           MOVE WS-ACCTS-IN-CREDIT TO RctAcctsInCredit
           MOVE WS-REFUNDS-ISSUED TO RctRefundsIssued
           MOVE WS-AMOUNT-REFUNDED TO RctAmountRefunded
           WRITE RefundControlRecord
           CLOSE RefundControlFile.
