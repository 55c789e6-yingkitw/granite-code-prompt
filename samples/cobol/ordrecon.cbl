      *                (clock fallback when it is absent), keeping
      *                the compare right when the run crosses
      *                midnight.
      *    2026-10-15  The write-off step (BadDebtWriteOff) appends the
      *                day's WRITTEN-OFF entries to the journal, so
      *                this step proves them: the journal's
      *                WRITTEN-OFF count and total must equal the
      *                items-written-off count and amount the step
      *                writes to wrtctl.txt. Write-offs never pass
      *                through the load step either, so the order
      *                count leg nets them out with the payments.
      *    2026-10-15  The credit refund step (CreditRefund) appends
      *                the day's POSTED-REFUND entries to the journal;
      *                their count and total must equal the refunds-
      *                issued figures on refctl.txt, and they are
      *                netted out of the order count leg too.
      *    2026-10-15  cashctl.txt gained the applied and unapplied cash
      *                amounts (for DepositReconcile); widened the
      *                control record to match. The payment leg still
      *                proves on the counts.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT OPTIONAL WriteOffControlFile ASSIGN TO "wrtctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT OPTIONAL RefundControlFile ASSIGN TO "refctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT BalanceReport ASSIGN TO "recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CctPaymentsApplied      PIC 9(10).
           05  FILLER                  PIC X(1).
           05  CctPaymentsUnapplied    PIC 9(10).
           05  FILLER                  PIC X(1).
           05  CctAmountApplied        PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1).
           05  CctAmountUnapplied      PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

       FD  CashSuspenseFile.
       01  CashSuspenseLine            PIC X(88).

       FD  WriteOffControlFile.
       01  WriteOffControlRecord.
           05  WctTransRead            PIC 9(10).
           05  FILLER                  PIC X(1).
           05  WctItemsWrittenOff      PIC 9(10).
           05  FILLER                  PIC X(1).
           05  WctTransRejected        PIC 9(10).
           05  FILLER                  PIC X(1).
           05  WctAmountWrittenOff     PIC 9(11)V99.

       FD  RefundControlFile.
       01  RefundControlRecord.
           05  RctAcctsInCredit        PIC 9(10).
           05  FILLER                  PIC X(1).
           05  RctRefundsIssued        PIC 9(10).
           05  FILLER                  PIC X(1).
           05  RctAmountRefunded       PIC 9(11)V99.

       FD  BalanceReport.
       01  BalanceLine                 PIC X(80).

       01  WS-OTHER-DISP-COUNT         PIC 9(10) VALUE ZERO.
       01  WS-PAYMENT-COUNT            PIC 9(10) VALUE ZERO.
       01  WS-UNAPPLIED-COUNT          PIC 9(10) VALUE ZERO.
       01  WS-WRITEOFF-COUNT           PIC 9(10) VALUE ZERO.
       01  WS-REFUND-COUNT             PIC 9(10) VALUE ZERO.
       01  WS-ORDER-JRN-COUNT          PIC 9(10) VALUE ZERO.

       01  WS-REJECT-FILE-COUNT        PIC 9(10) VALUE ZERO.
       01  WS-CASHSUS-FILE-COUNT       PIC 9(10) VALUE ZERO.

       01  WS-PAYMENTS-READ            PIC 9(10) VALUE ZERO.
       01  WS-CTL-WRITTEN-OFF          PIC 9(10) VALUE ZERO.
       01  WS-CTL-WRITEOFF-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-REFUNDS-ISSUED       PIC 9(10) VALUE ZERO.
       01  WS-CTL-REFUND-AMOUNT        PIC S9(11)V99 VALUE ZERO.

       01  WS-RECORDS-LOADED           PIC 9(10) VALUE ZERO.
       01  WS-LOAD-REJECTS             PIC 9(10) VALUE ZERO.
       01  WS-CHARGE-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-ADJUST-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-NET              PIC S9(11)V99 VALUE ZERO.
       01  WS-WRITEOFF-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-REFUND-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-TEXT              PIC X(17).

           PERFORM FindReportGrandTotal
           PERFORM ReadLoadControl
           PERFORM ReadCashControl
           PERFORM ReadWriteOffControl
           PERFORM ReadRefundControl
           PERFORM CountExceptionFiles

           PERFORM CheckAmountLeg
           PERFORM CheckCountLegs
           PERFORM CheckCashLegs
           PERFORM CheckWriteOffLegs
           PERFORM CheckRefundLegs

           IF RUN-OUT-OF-BALANCE
               MOVE "RESULT: OUT OF BALANCE" TO BalanceLine
                   ADD 1 TO WS-PAYMENT-COUNT
               WHEN "UNAPPLIED-CASH"
                   ADD 1 TO WS-UNAPPLIED-COUNT
               WHEN "WRITTEN-OFF"
                   ADD 1 TO WS-WRITEOFF-COUNT
                   MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
                   ADD FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                       TO WS-WRITEOFF-TOTAL
               WHEN "POSTED-REFUND"
                   ADD 1 TO WS-REFUND-COUNT
                   MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
                   ADD FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                       TO WS-REFUND-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-OTHER-DISP-COUNT
           END-EVALUATE.
           END-READ
           CLOSE CashControlFile.

      * No wrtctl.txt (an ad-hoc run outside the job) leaves the
      * control figures at zero, which only balances a journal with
      * no write-offs on it.
       ReadWriteOffControl.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WriteOffControlFile
           READ WriteOffControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WctItemsWrittenOff TO WS-CTL-WRITTEN-OFF
                   MOVE WctAmountWrittenOff TO WS-CTL-WRITEOFF-AMOUNT
           END-READ
           CLOSE WriteOffControlFile.

       ReadRefundControl.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RefundControlFile
           READ RefundControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RctRefundsIssued TO WS-CTL-REFUNDS-ISSUED
                   MOVE RctAmountRefunded TO WS-CTL-REFUND-AMOUNT
           END-READ
           CLOSE RefundControlFile.

       CountExceptionFiles.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RejectFile
       CheckCountLegs.
           COMPUTE WS-ORDER-JRN-COUNT = WS-JOURNAL-COUNT
               - WS-PAYMENT-COUNT - WS-UNAPPLIED-COUNT
               - WS-WRITEOFF-COUNT - WS-REFUND-COUNT
           MOVE "JOURNAL ORDER RECORD COUNT" TO RCN-CNT-LABEL
           MOVE WS-ORDER-JRN-COUNT TO RCN-CNT-VALUE
           WRITE BalanceLine FROM RCN-COUNT-LINE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE BalanceLine FROM RCN-VERDICT-LINE.

       CheckWriteOffLegs.
           MOVE WS-WRITEOFF-COUNT TO RCN-CNT-VALUE
           MOVE "JOURNAL WRITTEN-OFF" TO RCN-CNT-LABEL
           WRITE BalanceLine FROM RCN-COUNT-LINE
           MOVE WS-CTL-WRITTEN-OFF TO RCN-CNT-VALUE
           MOVE "ITEMS WRITTEN OFF (WRTCTL)" TO RCN-CNT-LABEL
           WRITE BalanceLine FROM RCN-COUNT-LINE
           MOVE "WRITE-OFF COUNT LEG" TO RCN-VRD-LABEL
           IF WS-WRITEOFF-COUNT = WS-CTL-WRITTEN-OFF
               MOVE "IN BALANCE" TO RCN-VRD-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RCN-VRD-TEXT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE BalanceLine FROM RCN-VERDICT-LINE

           MOVE "JOURNAL WRITTEN-OFF TOTAL" TO RCN-AMT-LABEL
           MOVE WS-WRITEOFF-TOTAL TO RCN-AMT-VALUE
           WRITE BalanceLine FROM RCN-AMOUNT-LINE
           MOVE "AMOUNT WRITTEN OFF (WRTCTL)" TO RCN-AMT-LABEL
           MOVE WS-CTL-WRITEOFF-AMOUNT TO RCN-AMT-VALUE
           WRITE BalanceLine FROM RCN-AMOUNT-LINE
           MOVE "WRITE-OFF AMOUNT LEG" TO RCN-VRD-LABEL
           IF WS-WRITEOFF-TOTAL = WS-CTL-WRITEOFF-AMOUNT
               MOVE "IN BALANCE" TO RCN-VRD-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RCN-VRD-TEXT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE BalanceLine FROM RCN-VERDICT-LINE.

       CheckRefundLegs.
           MOVE WS-REFUND-COUNT TO RCN-CNT-VALUE
           MOVE "JOURNAL POSTED-REFUND" TO RCN-CNT-LABEL
           WRITE BalanceLine FROM RCN-COUNT-LINE
           MOVE WS-CTL-REFUNDS-ISSUED TO RCN-CNT-VALUE
           MOVE "REFUNDS ISSUED (REFCTL)" TO RCN-CNT-LABEL
           WRITE BalanceLine FROM RCN-COUNT-LINE
           MOVE "REFUND COUNT LEG" TO RCN-VRD-LABEL
           IF WS-REFUND-COUNT = WS-CTL-REFUNDS-ISSUED
               MOVE "IN BALANCE" TO RCN-VRD-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RCN-VRD-TEXT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE BalanceLine FROM RCN-VERDICT-LINE

           MOVE "JOURNAL POSTED-REFUND TOTAL" TO RCN-AMT-LABEL
           MOVE WS-REFUND-TOTAL TO RCN-AMT-VALUE
           WRITE BalanceLine FROM RCN-AMOUNT-LINE
           MOVE "AMOUNT REFUNDED (REFCTL)" TO RCN-AMT-LABEL
           MOVE WS-CTL-REFUND-AMOUNT TO RCN-AMT-VALUE
           WRITE BalanceLine FROM RCN-AMOUNT-LINE
           MOVE "REFUND AMOUNT LEG" TO RCN-VRD-LABEL
           IF WS-REFUND-TOTAL = WS-CTL-REFUND-AMOUNT
               MOVE "IN BALANCE" TO RCN-VRD-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RCN-VRD-TEXT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE BalanceLine FROM RCN-VERDICT-LINE.
