      *                matching what BalancePost rolls into the
      *                balance master, and finance stops
      *                back-computing the liability in a spreadsheet.
      *    2026-10-15  The write-off step (BadDebtWriteOff) journals
      *                each approved write-off as WRITTEN-OFF; the
      *                extract books the day's total as a debit to
      *                bad-debt expense and a credit to receivables,
      *                so the receivables account drops with the
      *                balance master.
      *    2026-10-15  The credit refund step (CreditRefund) journals
      *                each refund as POSTED-REFUND; the extract books
      *                the day's total as a debit to receivables and a
      *                credit to the refunds-payable clearing account
      *                the payables vouchers are drawn against.
      *    2026-10-15  The extract now carries the running balance of
      *                the receivables account on glarbal.txt (GLBREC):
      *                each in-balance run adds the day's net
      *                receivables debits less credits to the figure
      *                as of the prior business date, so the nightly
      *                subledger proof can tie balmast.dat to what the
      *                ledger has been sent. An out-of-balance run
      *                leaves the figure alone, and a rerun of the same
      *                date restarts from the prior figure instead of
      *                adding the day twice.
      *    2026-10-15  Every interface record carries its fiscal period
      *                (GlifFiscalPeriod) from the period calendar
      *                (percal.txt, PERREC): the current open period for
      *                the run date, so nothing is sent into a period
      *                finance has closed. No calendar stamps zero.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ReceivablesControlFile
               ASSIGN TO "glarbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLARBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
       FD  RunControlFile.
       COPY RUNREC.

       FD  PeriodCalendarFile.
       COPY PERREC.

       FD  ReceivablesControlFile.
       COPY GLBREC.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS           PIC X(2).
           88  JournalFileOK           VALUE '00'.
       01  WS-GLARBAL-STATUS           PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  WS-ACCT-SALES-RETURNS       PIC 9(8) VALUE 40900000.
       01  WS-ACCT-UNAPPLIED-CASH      PIC 9(8) VALUE 23100000.
       01  WS-ACCT-TAX-PAYABLE         PIC 9(8) VALUE 22400000.
       01  WS-ACCT-BAD-DEBT            PIC 9(8) VALUE 61500000.
       01  WS-ACCT-REFUNDS-PAYABLE     PIC 9(8) VALUE 20150000.

       01  WS-CHARGE-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-ADJUST-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-CHARGE-TAX-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-ADJUST-TAX-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-WRITEOFF-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-REFUND-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-PAIR-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-TEXT              PIC X(13).

       01  WS-AR-MOVEMENT              PIC S9(11)V99 VALUE ZERO.
       01  WS-AR-OPENING               PIC S9(11)V99 VALUE ZERO.
       01  WS-AR-PRIOR-DATE            PIC X(8) VALUE SPACES.
       01  WS-GLARBAL-SWITCH           PIC X(1) VALUE 'N'.
           88  GLARBAL-FOUND           VALUE 'Y'.

       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FISCAL-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-FISCAL-PERIOD-END        PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-CURRENT-DATE             PIC X(21).

       01  WS-PAIR-DEBIT-ACCT          PIC 9(8).
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM FindFiscalPeriod

           OPEN OUTPUT GLInterfaceFile
           PERFORM WriteChargePair
           PERFORM WriteAdjustTaxPair
           PERFORM WritePaymentPair
           PERFORM WriteUnappliedPair
           PERFORM WriteWriteOffPair
           PERFORM WriteRefundPair
           CLOSE GLInterfaceFile

           DISPLAY "GL fiscal period: " WS-FISCAL-PERIOD
           DISPLAY "GL debits:  " WS-DEBIT-TOTAL
           DISPLAY "GL credits: " WS-CREDIT-TOTAL
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "GLExtract: interface file OUT OF BALANCE, "
                   "do not load"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UpdateReceivablesControl
           END-IF
           STOP RUN.

           END-READ
           CLOSE RunControlFile.

      * The day's entries belong to the current open period: the
      * open period ending soonest on or after the run date. That is
      * normally the period the run date falls in; once a period is
      * closed, nothing more can be sent into it, so a run dated in a
      * closed period goes to the next open one. No calendar (or no
      * open period left on it) stamps zero.
       FindFiscalPeriod.
           OPEN INPUT PeriodCalendarFile
           PERFORM UNTIL END-OF-CALENDAR
               READ PeriodCalendarFile
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF PerPeriodRecord AND PerOpen
                               AND PerEndDate >= WS-RUN-DATE
                           IF WS-FISCAL-PERIOD-END = SPACES
                                   OR PerEndDate < WS-FISCAL-PERIOD-END
                               MOVE PerFiscalPeriod TO WS-FISCAL-PERIOD
                               MOVE PerEndDate TO WS-FISCAL-PERIOD-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PeriodCalendarFile
           IF WS-FISCAL-PERIOD = ZERO
               DISPLAY "FindFiscalPeriod: no open fiscal period for "
                   WS-RUN-DATE ", period stamped zero"
           END-IF.

       TallyJournalEntry.
           IF WS-RUN-DATE = SPACES
               MOVE JrnTimestamp(1:8) TO WS-RUN-DATE
               MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
               ADD FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                   TO WS-UNAPPLIED-TOTAL
           END-IF
           IF JrnDisposition = "WRITTEN-OFF"
               MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
               ADD FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                   TO WS-WRITEOFF-TOTAL
           END-IF
           IF JrnDisposition = "POSTED-REFUND"
               MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
               ADD FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                   TO WS-REFUND-TOTAL
           END-IF.

       WriteChargePair.
           END-IF
           PERFORM WriteInterfacePair.

       WriteWriteOffPair.
           MOVE WS-ACCT-BAD-DEBT TO WS-PAIR-DEBIT-ACCT
           MOVE WS-ACCT-RECEIVABLES TO WS-PAIR-CREDIT-ACCT
           MOVE "DAILY BAD DEBT W/O" TO WS-PAIR-DESCRIPTION
           IF WS-WRITEOFF-TOTAL < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-WRITEOFF-TOTAL
               MOVE WS-ACCT-RECEIVABLES TO WS-PAIR-DEBIT-ACCT
               MOVE WS-ACCT-BAD-DEBT TO WS-PAIR-CREDIT-ACCT
           ELSE
               MOVE WS-WRITEOFF-TOTAL TO WS-PAIR-AMOUNT
           END-IF
           PERFORM WriteInterfacePair.

       WriteRefundPair.
           MOVE WS-ACCT-RECEIVABLES TO WS-PAIR-DEBIT-ACCT
           MOVE WS-ACCT-REFUNDS-PAYABLE TO WS-PAIR-CREDIT-ACCT
           MOVE "DAILY CREDIT REFUNDS" TO WS-PAIR-DESCRIPTION
           IF WS-REFUND-TOTAL < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-REFUND-TOTAL
               MOVE WS-ACCT-REFUNDS-PAYABLE TO WS-PAIR-DEBIT-ACCT
               MOVE WS-ACCT-RECEIVABLES TO WS-PAIR-CREDIT-ACCT
           ELSE
               MOVE WS-REFUND-TOTAL TO WS-PAIR-AMOUNT
           END-IF
           PERFORM WriteInterfacePair.

      * The running receivables figure moves by the day's debits to
      * the receivables account less its credits. The record read
      * back decides where the day starts from: a new date rolls the
      * last run's figure into the prior slot, the same date again
      * (a restarted job) starts over from the prior slot.
       UpdateReceivablesControl.
           OPEN INPUT ReceivablesControlFile
           READ ReceivablesControlFile
               AT END
                   CONTINUE
               NOT AT END
                   SET GLARBAL-FOUND TO TRUE
           END-READ
           CLOSE ReceivablesControlFile
           IF GLARBAL-FOUND
               IF GlbRunDate = WS-RUN-DATE
                   MOVE GlbPriorDate TO WS-AR-PRIOR-DATE
                   MOVE GlbPriorBalance TO WS-AR-OPENING
               ELSE
                   MOVE GlbRunDate TO WS-AR-PRIOR-DATE
                   MOVE GlbRunBalance TO WS-AR-OPENING
               END-IF
           END-IF
           OPEN OUTPUT ReceivablesControlFile
           MOVE WS-AR-PRIOR-DATE TO GlbPriorDate
           MOVE WS-AR-OPENING TO GlbPriorBalance
           MOVE WS-RUN-DATE TO GlbRunDate
           COMPUTE GlbRunBalance = WS-AR-OPENING + WS-AR-MOVEMENT
           WRITE GL-RECEIVABLES-RECORD
           CLOSE ReceivablesControlFile
           DISPLAY "GL receivables running balance: " GlbRunBalance.

       WriteInterfacePair.
           IF WS-PAIR-DEBIT-ACCT = WS-ACCT-RECEIVABLES
               ADD WS-PAIR-AMOUNT TO WS-AR-MOVEMENT
           END-IF
           IF WS-PAIR-CREDIT-ACCT = WS-ACCT-RECEIVABLES
               SUBTRACT WS-PAIR-AMOUNT FROM WS-AR-MOVEMENT
           END-IF
           MOVE WS-PAIR-DEBIT-ACCT TO GlifAccount
           MOVE WS-RUN-DATE TO GlifRunDate
           MOVE 'D' TO GlifDebitCredit
           MOVE WS-PAIR-AMOUNT TO GlifAmount
           MOVE WS-PAIR-DESCRIPTION TO GlifDescription
           MOVE WS-FISCAL-PERIOD TO GlifFiscalPeriod
           WRITE GL-INTERFACE-RECORD
           ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL

           MOVE 'C' TO GlifDebitCredit
           MOVE WS-PAIR-AMOUNT TO GlifAmount
           MOVE WS-PAIR-DESCRIPTION TO GlifDescription
           MOVE WS-FISCAL-PERIOD TO GlifFiscalPeriod
           WRITE GL-INTERFACE-RECORD
           ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL.
