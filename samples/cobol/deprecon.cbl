       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositReconcile.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Ties the day's cash back to the
      *                bank: the deposit total LockboxIntake proved
      *                from the lockbox file's trailer (lbxctl.txt,
      *                LBCREC) must equal the cash CashApplication
      *                applied to customers plus the cash it left
      *                unapplied in cashsus.txt (cashctl.txt), and the
      *                lockbox item count must equal the payments it
      *                read. The deposit reconciliation report
      *                (deprpt.txt) lists the bank's batches with
      *                their deposit dates, a subtotal for each
      *                deposit date, the bank total, the applied and
      *                unapplied cash and the difference. Any
      *                difference ends RC=8 so the business date is
      *                not closed on cash that does not match the
      *                bank. A night without a lockbox file (the
      *                remittances keyed by hand) has no bank total:
      *                the report shows the cash figures and says so.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LockboxControlFile ASSIGN TO "lbxctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CashControlFile ASSIGN TO "cashctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DepositReport ASSIGN TO "deprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LockboxControlFile.
       COPY LBCREC.

       FD  CashControlFile.
       01  CashControlRecord.
           05  CctPaymentsRead         PIC 9(10).
           05  FILLER                  PIC X(1).
           05  CctPaymentsApplied      PIC 9(10).
           05  FILLER                  PIC X(1).
           05  CctPaymentsUnapplied    PIC 9(10).
           05  FILLER                  PIC X(1).
           05  CctAmountApplied        PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(1).
           05  CctAmountUnapplied      PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.

       FD  DepositReport.
       01  DepositReportLine           PIC X(80).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-LOCKBOX-FLAG             PIC X(1) VALUE 'N'.
           88  LOCKBOX-FILE-USED       VALUE 'Y'.
       01  WS-TOTAL-FLAG               PIC X(1) VALUE 'N'.
           88  BANK-TOTAL-FOUND        VALUE 'Y'.

       01  WS-BANK-ITEMS               PIC 9(7) VALUE ZERO.
       01  WS-BANK-AMOUNT              PIC S9(11)V99 VALUE ZERO.

       01  WS-PAYMENTS-READ            PIC 9(10) VALUE ZERO.
       01  WS-PAYMENTS-APPLIED         PIC 9(10) VALUE ZERO.
       01  WS-PAYMENTS-UNAPPLIED       PIC 9(10) VALUE ZERO.
       01  WS-AMOUNT-APPLIED           PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-UNAPPLIED         PIC S9(11)V99 VALUE ZERO.
       01  WS-CASH-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.

      * Deposit-date control break over the batches, which the bank
      * sends grouped by the day they were deposited.
       01  WS-DATE-IN-PROGRESS         PIC X(8) VALUE SPACES.
       01  WS-DATE-ITEMS               PIC 9(7) VALUE ZERO.
       01  WS-DATE-AMOUNT              PIC S9(11)V99 VALUE ZERO.

       01  DEP-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  DEP-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
                   "DEPOSIT RECONCILIATION".

       01  DEP-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "BATCH   ".
           05  FILLER                  PIC X(12) VALUE "DEPOSITED   ".
           05  FILLER                  PIC X(10) VALUE "     ITEMS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                   "            AMOUNT".

       01  DEP-BATCH-LINE.
           05  DEP-BAT-BATCH-NO        PIC 9(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DEP-BAT-DATE            PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DEP-BAT-ITEMS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DEP-BAT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  DEP-TOTAL-LINE.
           05  DEP-TOT-LABEL           PIC X(30).
           05  DEP-TOT-ITEMS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DEP-TOT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  DEP-MESSAGE-LINE.
           05  DEP-MESSAGE-TEXT        PIC X(80).

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           PERFORM ReadCashControl

           OPEN OUTPUT DepositReport
           MOVE WS-BUSINESS-DATE TO DEP-BUSINESS-DATE
           WRITE DepositReportLine FROM DEP-HEADING-LINE
           MOVE SPACES TO DepositReportLine
           WRITE DepositReportLine

           PERFORM ListBankDeposits
           PERFORM WriteCashFigures
           PERFORM WriteVerdict

           CLOSE DepositReport
           DISPLAY "Bank deposit total: " WS-BANK-AMOUNT
           DISPLAY "Cash applied: " WS-AMOUNT-APPLIED
           DISPLAY "Cash unapplied: " WS-AMOUNT-UNAPPLIED
           DISPLAY "Difference: " WS-DIFFERENCE
           STOP RUN.

       ReadRunControl.
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
           END-READ
           CLOSE RunControlFile.

      * Amounts missing from an older-format control record read as
      * spaces; they are taken as zero rather than failing the step.
       ReadCashControl.
           OPEN INPUT CashControlFile
           READ CashControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CctPaymentsRead TO WS-PAYMENTS-READ
                   MOVE CctPaymentsApplied TO WS-PAYMENTS-APPLIED
                   MOVE CctPaymentsUnapplied TO WS-PAYMENTS-UNAPPLIED
                   IF CctAmountApplied IS NUMERIC
                       MOVE CctAmountApplied TO WS-AMOUNT-APPLIED
                   END-IF
                   IF CctAmountUnapplied IS NUMERIC
                       MOVE CctAmountUnapplied TO WS-AMOUNT-UNAPPLIED
                   END-IF
           END-READ
           CLOSE CashControlFile
           COMPUTE WS-CASH-TOTAL =
               WS-AMOUNT-APPLIED + WS-AMOUNT-UNAPPLIED.

       ListBankDeposits.
           WRITE DepositReportLine FROM DEP-COLUMN-HEADER
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LockboxControlFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ LockboxControlFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LbcBatchRecord
                               SET LOCKBOX-FILE-USED TO TRUE
                               PERFORM ListBatch
                           WHEN LbcTotalRecord
                               SET LOCKBOX-FILE-USED TO TRUE
                               SET BANK-TOTAL-FOUND TO TRUE
                               MOVE LbcItemCount TO WS-BANK-ITEMS
                               MOVE LbcAmount TO WS-BANK-AMOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LockboxControlFile
           IF WS-DATE-IN-PROGRESS NOT = SPACES
               PERFORM WriteDateSubtotal
           END-IF
           IF LOCKBOX-FILE-USED
               MOVE "BANK DEPOSIT TOTAL" TO DEP-TOT-LABEL
               MOVE WS-BANK-ITEMS TO DEP-TOT-ITEMS
               MOVE WS-BANK-AMOUNT TO DEP-TOT-AMOUNT
               WRITE DepositReportLine FROM DEP-TOTAL-LINE
           ELSE
               MOVE "NO LOCKBOX FILE TODAY - REMITTANCES KEYED BY HAND"
                   TO DEP-MESSAGE-TEXT
               WRITE DepositReportLine FROM DEP-MESSAGE-LINE
           END-IF.

       ListBatch.
           IF WS-DATE-IN-PROGRESS NOT = SPACES
                   AND LbcDepositDate NOT = WS-DATE-IN-PROGRESS
               PERFORM WriteDateSubtotal
           END-IF
           MOVE LbcDepositDate TO WS-DATE-IN-PROGRESS
           ADD LbcItemCount TO WS-DATE-ITEMS
           ADD LbcAmount TO WS-DATE-AMOUNT
           MOVE LbcBatchNo TO DEP-BAT-BATCH-NO
           MOVE LbcDepositDate TO DEP-BAT-DATE
           MOVE LbcItemCount TO DEP-BAT-ITEMS
           MOVE LbcAmount TO DEP-BAT-AMOUNT
           WRITE DepositReportLine FROM DEP-BATCH-LINE.

       WriteDateSubtotal.
           MOVE SPACES TO DEP-TOT-LABEL
           STRING "  DEPOSITED " WS-DATE-IN-PROGRESS
               DELIMITED BY SIZE INTO DEP-TOT-LABEL
           MOVE WS-DATE-ITEMS TO DEP-TOT-ITEMS
           MOVE WS-DATE-AMOUNT TO DEP-TOT-AMOUNT
           WRITE DepositReportLine FROM DEP-TOTAL-LINE
           MOVE ZERO TO WS-DATE-ITEMS
           MOVE ZERO TO WS-DATE-AMOUNT.

       WriteCashFigures.
           MOVE SPACES TO DepositReportLine
           WRITE DepositReportLine
           MOVE "CASH APPLIED (CASHCTL)" TO DEP-TOT-LABEL
           MOVE WS-PAYMENTS-APPLIED TO DEP-TOT-ITEMS
           MOVE WS-AMOUNT-APPLIED TO DEP-TOT-AMOUNT
           WRITE DepositReportLine FROM DEP-TOTAL-LINE
           MOVE "CASH UNAPPLIED (CASHCTL)" TO DEP-TOT-LABEL
           MOVE WS-PAYMENTS-UNAPPLIED TO DEP-TOT-ITEMS
           MOVE WS-AMOUNT-UNAPPLIED TO DEP-TOT-AMOUNT
           WRITE DepositReportLine FROM DEP-TOTAL-LINE
           MOVE "TOTAL CASH" TO DEP-TOT-LABEL
           MOVE WS-PAYMENTS-READ TO DEP-TOT-ITEMS
           MOVE WS-CASH-TOTAL TO DEP-TOT-AMOUNT
           WRITE DepositReportLine FROM DEP-TOTAL-LINE.

       WriteVerdict.
           MOVE SPACES TO DepositReportLine
           WRITE DepositReportLine
           IF NOT LOCKBOX-FILE-USED
               MOVE ZERO TO WS-DIFFERENCE
               MOVE "NOT TIED - NO BANK DEPOSIT TOTAL FOR THIS DATE" TO
                   DEP-MESSAGE-TEXT
               WRITE DepositReportLine FROM DEP-MESSAGE-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-BANK-AMOUNT - WS-CASH-TOTAL
               MOVE "DIFFERENCE (BANK - CASH)" TO DEP-TOT-LABEL
               MOVE ZERO TO DEP-TOT-ITEMS
               MOVE WS-DIFFERENCE TO DEP-TOT-AMOUNT
               WRITE DepositReportLine FROM DEP-TOTAL-LINE
               IF BANK-TOTAL-FOUND
                       AND WS-DIFFERENCE = ZERO
                       AND WS-BANK-ITEMS = WS-PAYMENTS-READ
                   MOVE "DEPOSIT RECONCILED - IN BALANCE" TO
                       DEP-MESSAGE-TEXT
                   WRITE DepositReportLine FROM DEP-MESSAGE-LINE
               ELSE
                   MOVE "*** DEPOSIT OUT OF BALANCE ***" TO
                       DEP-MESSAGE-TEXT
                   WRITE DepositReportLine FROM DEP-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
