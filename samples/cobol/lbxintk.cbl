       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxIntake.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. The bank's lockbox report was
      *                retyped into remit.txt as name, date and amount,
      *                and CashApplication matched on the name alone,
      *                so every typo landed in cashsus.txt. This step
      *                reads the bank's lockbox transmission
      *                (lockbox.txt, LBXREC: batch headers, payment
      *                details carrying the payer's account number and
      *                invoice references, batch trailers and a file
      *                trailer) and proves it before anything is
      *                used: every batch's item count and total must
      *                agree with its trailer, and the batches with
      *                the file trailer. Any disagreement, or a record
      *                out of sequence, refuses the whole file -
      *                remit.txt is left untouched and the step ends
      *                RC=8 so CASHSTP applies nothing until the bank
      *                resends. A proved file is written to remit.txt
      *                for CASHSTP, one payment per detail, dated with
      *                its batch's deposit date and carrying the
      *                account number wherever the payer is known:
      *                the stub's account when CUSTMAST has it (a
      *                merged account gives its survivor), otherwise
      *                the account owning an open item with one of
      *                the stub's invoice numbers. The batch and file
      *                figures go to lbxctl.txt (LBCREC) for the
      *                deposit reconciliation, and the intake report
      *                (lbxrpt.txt) lists every payment and how its
      *                account was found, or every reason the file was
      *                refused. No lockbox file is a night whose
      *                remittances were keyed by hand: remit.txt is
      *                left as keyed and lbxctl.txt says so.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LockboxFile ASSIGN TO "lockbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT RemittanceFile ASSIGN TO "remit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LockboxControlFile ASSIGN TO "lbxctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IntakeReport ASSIGN TO "lbxrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LockboxFile.
       COPY LBXREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  OpenItemFile.
       COPY OPNREC.

      * CashApplication's remittance layout; the account column is
      * spaces when the payer could not be identified.
       FD  RemittanceFile.
       01  RemittanceRecord.
           05  RmtCustomerName         PIC X(30).
           05  RmtPaymentDate          PIC X(8).
           05  RmtAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  RmtAcctNo               PIC X(6).

       FD  LockboxControlFile.
       COPY LBCREC.

       FD  IntakeReport.
       01  IntakeReportLine            PIC X(132).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS           PIC X(2).
           88  LockboxFileOK           VALUE '00'.
           88  LockboxFileAbsent       VALUE '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Proof state: where the file is in its header/detail/trailer
      * sequence, and the running figures each trailer is checked
      * against.
       01  WS-BATCH-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  BATCH-IS-OPEN           VALUE 'Y'.
       01  WS-FILE-TRAILER-FLAG        PIC X(1) VALUE 'N'.
           88  FILE-TRAILER-SEEN       VALUE 'Y'.
       01  WS-RECORD-NO                PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-BATCH-NO         PIC 9(4) VALUE ZERO.
       01  WS-BATCH-ITEMS              PIC 9(7) VALUE ZERO.
       01  WS-BATCH-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  WS-FILE-BATCHES             PIC 9(5) VALUE ZERO.
       01  WS-FILE-ITEMS               PIC 9(7) VALUE ZERO.
       01  WS-FILE-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-PROOF-ERRORS             PIC 9(5) VALUE ZERO.
       01  WS-ERROR-TEXT               PIC X(80) VALUE SPACES.

       01  WS-BATCH-MAX                PIC 9(4) VALUE 500.
       01  WS-BATCH-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-BATCH-IX                 PIC 9(4) VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  BatBatchNo          PIC 9(4).
               10  BatDepositDate      PIC X(8).
               10  BatItemCount        PIC 9(7).
               10  BatAmount           PIC S9(11)V99.
               10  BatKnownCount       PIC 9(7).
               10  BatKnownAmount      PIC S9(11)V99.

      * Invoice number to account, from the open items, for stubs
      * that name an invoice but no usable account.
       01  WS-INVOICE-MAX              PIC 9(5) VALUE 5000.
       01  WS-INVOICE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-IX               PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05  WS-INVOICE-ENTRY OCCURS 5000 TIMES.
               10  InvInvoiceNo        PIC 9(8).
               10  InvAcctNo           PIC 9(6).

       01  WS-REF-IX                   PIC 9(1) VALUE ZERO.
       01  WS-REF-NUM                  PIC 9(8) VALUE ZERO.
       01  WS-PAYER-ACCT               PIC 9(6) VALUE ZERO.
       01  WS-FOUND-ACCT               PIC 9(6) VALUE ZERO.
       01  WS-FOUND-NAME               PIC X(30).
       01  WS-FOUND-HOW                PIC X(20).
       01  WS-CHAIN-HOPS               PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-MAX-HOPS           PIC 9(2) VALUE 10.

       01  WS-PAYMENTS-WRITTEN         PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-KNOWN           PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-UNKNOWN         PIC 9(7) VALUE ZERO.
       01  WS-KNOWN-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  WS-UNKNOWN-AMOUNT           PIC S9(11)V99 VALUE ZERO.

       01  LBX-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  LBX-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
                   "LOCKBOX INTAKE REPORT".

       01  LBX-MESSAGE-LINE.
           05  LBX-MESSAGE-TEXT        PIC X(132).

       01  LBX-ERROR-LINE.
           05  FILLER                  PIC X(7) VALUE "RECORD ".
           05  LBX-ERR-RECORD-NO       PIC Z(6)9.
           05  FILLER                  PIC X(2) VALUE ": ".
           05  LBX-ERR-TEXT            PIC X(80).

       01  LBX-COLUMN-HEADER.
           05  FILLER                  PIC X(11) VALUE "BATCH  SEQ ".
           05  FILLER                  PIC X(8) VALUE "STUB AC ".
           05  FILLER                  PIC X(31) VALUE
                   "PAYER NAME (BANK)".
           05  FILLER                  PIC X(9) VALUE "CHEQUE   ".
           05  FILLER                  PIC X(14) VALUE
                   "        AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(20) VALUE "FOUND BY".

       01  LBX-DETAIL-LINE.
           05  LBX-DET-BATCH           PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LBX-DET-SEQ             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LBX-DET-STUB-ACCT       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LBX-DET-PAYER-NAME      PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LBX-DET-CHECK-NO        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LBX-DET-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LBX-DET-ACCOUNT         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LBX-DET-FOUND-HOW       PIC X(20).

       01  LBX-BATCH-LINE.
           05  FILLER                  PIC X(6) VALUE "BATCH ".
           05  LBX-BAT-BATCH-NO        PIC 9(4).
           05  FILLER                  PIC X(11) VALUE "  DEPOSIT  ".
           05  LBX-BAT-DATE            PIC X(8).
           05  FILLER                  PIC X(9) VALUE "  ITEMS  ".
           05  LBX-BAT-ITEMS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT  ".
           05  LBX-BAT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  KNOWN  ".
           05  LBX-BAT-KNOWN           PIC ZZZ,ZZ9.

       01  LBX-TOTAL-LINE.
           05  LBX-TOT-LABEL           PIC X(40).
           05  LBX-TOT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LBX-TOT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           OPEN OUTPUT IntakeReport
           MOVE WS-BUSINESS-DATE TO LBX-BUSINESS-DATE
           WRITE IntakeReportLine FROM LBX-HEADING-LINE

           OPEN INPUT LockboxFile
           IF LockboxFileAbsent
               CLOSE LockboxFile
               PERFORM WriteNoLockboxControl
               MOVE "NO LOCKBOX FILE TODAY - REMIT.TXT LEFT AS KEYED"
                   TO LBX-MESSAGE-TEXT
               WRITE IntakeReportLine FROM LBX-MESSAGE-LINE
               CLOSE IntakeReport
               DISPLAY "No lockbox file; remit.txt left as keyed"
               STOP RUN
           END-IF
           IF NOT LockboxFileOK
               DISPLAY "Main: unable to open LockboxFile, status "
                   WS-LOCKBOX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ProveLockboxFile
           CLOSE LockboxFile

           IF WS-PROOF-ERRORS > ZERO
               MOVE SPACES TO LBX-MESSAGE-TEXT
               STRING "LOCKBOX FILE REFUSED - " WS-PROOF-ERRORS
                       " PROOF ERROR(S); REMIT.TXT NOT WRITTEN, "
                       "NOTHING APPLIED"
                   DELIMITED BY SIZE INTO LBX-MESSAGE-TEXT
               WRITE IntakeReportLine FROM LBX-MESSAGE-LINE
               CLOSE IntakeReport
               DISPLAY "Lockbox file refused, proof errors: "
                   WS-PROOF-ERRORS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CustMastFile
           IF NOT CustMastFileOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadInvoiceAccounts

           MOVE "LOCKBOX FILE PROVED - PAYMENTS WRITTEN TO REMIT.TXT"
               TO LBX-MESSAGE-TEXT
           WRITE IntakeReportLine FROM LBX-MESSAGE-LINE
           WRITE IntakeReportLine FROM LBX-COLUMN-HEADER
           PERFORM WriteRemittances

           CLOSE CustMastFile
           PERFORM WriteLockboxControl
           PERFORM WriteIntakeTotals
           CLOSE IntakeReport

           DISPLAY "Lockbox batches: " WS-FILE-BATCHES
           DISPLAY "Payments written: " WS-PAYMENTS-WRITTEN
           DISPLAY "Payments with account: " WS-PAYMENTS-KNOWN
           DISPLAY "Payments without account: " WS-PAYMENTS-UNKNOWN
           DISPLAY "Deposit total: " WS-FILE-AMOUNT
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

      * First pass: nothing is written but the report until every
      * batch and the file have proved, so a refused file leaves
      * yesterday's outputs exactly as they were.
       ProveLockboxFile.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ LockboxFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NO
                       PERFORM ProveLockboxRecord
               END-READ
           END-PERFORM
           IF BATCH-IS-OPEN
               STRING "Batch " WS-CURRENT-BATCH-NO
                       " has no batch trailer"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM ReportProofError
           END-IF
           IF NOT FILE-TRAILER-SEEN
               MOVE "File trailer missing - transmission incomplete"
                   TO WS-ERROR-TEXT
               PERFORM ReportProofError
           END-IF.

       ProveLockboxRecord.
           MOVE SPACES TO WS-ERROR-TEXT
           IF FILE-TRAILER-SEEN
               MOVE "Record follows the file trailer" TO WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               EVALUATE TRUE
                   WHEN LbxBatchHeader
                       PERFORM ProveBatchHeader
                   WHEN LbxPaymentDetail
                       PERFORM ProvePaymentDetail
                   WHEN LbxBatchTrailer
                       PERFORM ProveBatchTrailer
                   WHEN LbxFileTrailer
                       PERFORM ProveFileTrailer
                   WHEN OTHER
                       STRING "Unknown record type '" LbxRecordType
                               "'"
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM ReportProofError
               END-EVALUATE
           END-IF.

       ProveBatchHeader.
           IF BATCH-IS-OPEN
               STRING "Batch header before trailer of batch "
                       WS-CURRENT-BATCH-NO
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM ReportProofError
           END-IF
           IF LbxHdrBatchNo IS NOT NUMERIC
                   OR LbxHdrDepositDate IS NOT NUMERIC
               MOVE "Batch header number or deposit date not numeric"
                   TO WS-ERROR-TEXT
               PERFORM ReportProofError
               MOVE ZERO TO WS-CURRENT-BATCH-NO
           ELSE
               MOVE LbxHdrBatchNo TO WS-CURRENT-BATCH-NO
           END-IF
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               MOVE "Too many batches for one run" TO WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-CURRENT-BATCH-NO TO BatBatchNo(WS-BATCH-COUNT)
               MOVE LbxHdrDepositDate TO
                   BatDepositDate(WS-BATCH-COUNT)
               MOVE ZERO TO BatItemCount(WS-BATCH-COUNT)
               MOVE ZERO TO BatAmount(WS-BATCH-COUNT)
               MOVE ZERO TO BatKnownCount(WS-BATCH-COUNT)
               MOVE ZERO TO BatKnownAmount(WS-BATCH-COUNT)
           END-IF
           SET BATCH-IS-OPEN TO TRUE
           MOVE ZERO TO WS-BATCH-ITEMS
           MOVE ZERO TO WS-BATCH-AMOUNT.

       ProvePaymentDetail.
           IF NOT BATCH-IS-OPEN
               MOVE "Payment detail outside any batch" TO
                   WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               IF LbxPmtBatchNo IS NOT NUMERIC
                       OR LbxPmtBatchNo NOT = WS-CURRENT-BATCH-NO
                   STRING "Payment detail not for open batch "
                           WS-CURRENT-BATCH-NO
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
           END-IF
           IF LbxPmtAmount IS NOT NUMERIC
               MOVE "Payment amount not numeric" TO WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               IF LbxPmtAmount = ZERO
                   MOVE "Payment amount is zero" TO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
               ADD 1 TO WS-BATCH-ITEMS
               ADD LbxPmtAmount TO WS-BATCH-AMOUNT
           END-IF.

       ProveBatchTrailer.
           IF NOT BATCH-IS-OPEN
               MOVE "Batch trailer with no batch open" TO
                   WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               IF LbxBtrBatchNo IS NOT NUMERIC
                       OR LbxBtrBatchNo NOT = WS-CURRENT-BATCH-NO
                   STRING "Batch trailer does not match batch "
                           WS-CURRENT-BATCH-NO
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
           END-IF
           IF LbxBtrItemCount IS NOT NUMERIC
                   OR LbxBtrTotal IS NOT NUMERIC
               MOVE "Batch trailer count or total not numeric" TO
                   WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               IF LbxBtrItemCount NOT = WS-BATCH-ITEMS
                   STRING "Batch " WS-CURRENT-BATCH-NO
                           " trailer count " LbxBtrItemCount
                           " but " WS-BATCH-ITEMS " items received"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
               IF LbxBtrTotal NOT = WS-BATCH-AMOUNT
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "Batch " WS-CURRENT-BATCH-NO
                           " trailer total disagrees with its items"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
           END-IF
           IF WS-BATCH-COUNT > ZERO
               MOVE WS-BATCH-ITEMS TO BatItemCount(WS-BATCH-COUNT)
               MOVE WS-BATCH-AMOUNT TO BatAmount(WS-BATCH-COUNT)
           END-IF
           ADD 1 TO WS-FILE-BATCHES
           ADD WS-BATCH-ITEMS TO WS-FILE-ITEMS
           ADD WS-BATCH-AMOUNT TO WS-FILE-AMOUNT
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       ProveFileTrailer.
           SET FILE-TRAILER-SEEN TO TRUE
           IF BATCH-IS-OPEN
               STRING "File trailer before trailer of batch "
                       WS-CURRENT-BATCH-NO
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM ReportProofError
           END-IF
           IF LbxFtrBatchCount IS NOT NUMERIC
                   OR LbxFtrItemCount IS NOT NUMERIC
                   OR LbxFtrTotal IS NOT NUMERIC
               MOVE "File trailer counts or total not numeric" TO
                   WS-ERROR-TEXT
               PERFORM ReportProofError
           ELSE
               IF LbxFtrBatchCount NOT = WS-FILE-BATCHES
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "File trailer batch count " LbxFtrBatchCount
                           " but " WS-FILE-BATCHES " batches received"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
               IF LbxFtrItemCount NOT = WS-FILE-ITEMS
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "File trailer item count " LbxFtrItemCount
                           " but " WS-FILE-ITEMS " items received"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
               IF LbxFtrTotal NOT = WS-FILE-AMOUNT
                   MOVE "File trailer total disagrees with the batches"
                       TO WS-ERROR-TEXT
                   PERFORM ReportProofError
               END-IF
           END-IF.

       ReportProofError.
           ADD 1 TO WS-PROOF-ERRORS
           MOVE WS-RECORD-NO TO LBX-ERR-RECORD-NO
           MOVE WS-ERROR-TEXT TO LBX-ERR-TEXT
           WRITE IntakeReportLine FROM LBX-ERROR-LINE
           MOVE SPACES TO WS-ERROR-TEXT.

       LoadInvoiceAccounts.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           IF NOT OpenItemFileOK
               DISPLAY "LoadInvoiceAccounts: unable to open "
                   "OpenItemFile, status " WS-OPEN-ITEM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF OpnInvoiceNo > ZERO
                               AND WS-INVOICE-COUNT < WS-INVOICE-MAX
                           ADD 1 TO WS-INVOICE-COUNT
                           MOVE OpnInvoiceNo TO
                               InvInvoiceNo(WS-INVOICE-COUNT)
                           MOVE OpnAcctNo TO
                               InvAcctNo(WS-INVOICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

      * Second pass over the proved file: one remittance per payment,
      * dated with its batch's deposit date.
       WriteRemittances.
           OPEN OUTPUT RemittanceFile
           OPEN INPUT LockboxFile
           MOVE ZERO TO WS-BATCH-IX
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ LockboxFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF LbxBatchHeader
                           ADD 1 TO WS-BATCH-IX
                       END-IF
                       IF LbxPaymentDetail
                           PERFORM WriteRemittance
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LockboxFile
           CLOSE RemittanceFile.

       WriteRemittance.
           PERFORM IdentifyPayer
           MOVE LbxPmtAmount TO RmtAmount
           MOVE BatDepositDate(WS-BATCH-IX) TO RmtPaymentDate
           IF WS-FOUND-ACCT > ZERO
               MOVE WS-FOUND-NAME TO RmtCustomerName
               MOVE WS-FOUND-ACCT TO RmtAcctNo
               ADD 1 TO WS-PAYMENTS-KNOWN
               ADD 1 TO BatKnownCount(WS-BATCH-IX)
               ADD LbxPmtAmount TO BatKnownAmount(WS-BATCH-IX)
               ADD LbxPmtAmount TO WS-KNOWN-AMOUNT
           ELSE
               MOVE LbxPmtPayerName TO RmtCustomerName
               MOVE SPACES TO RmtAcctNo
               ADD 1 TO WS-PAYMENTS-UNKNOWN
               ADD LbxPmtAmount TO WS-UNKNOWN-AMOUNT
           END-IF
           WRITE RemittanceRecord
           ADD 1 TO WS-PAYMENTS-WRITTEN

           MOVE LbxPmtBatchNo TO LBX-DET-BATCH
           MOVE LbxPmtItemSeq TO LBX-DET-SEQ
           MOVE LbxPmtPayerAcct TO LBX-DET-STUB-ACCT
           MOVE LbxPmtPayerName TO LBX-DET-PAYER-NAME
           MOVE LbxPmtCheckNo TO LBX-DET-CHECK-NO
           MOVE LbxPmtAmount TO LBX-DET-AMOUNT
           MOVE RmtAcctNo TO LBX-DET-ACCOUNT
           MOVE WS-FOUND-HOW TO LBX-DET-FOUND-HOW
           WRITE IntakeReportLine FROM LBX-DETAIL-LINE.

      * The stub's account wins when CUSTMAST knows it; a stub with
      * no usable account falls back to the first of its invoice
      * numbers still open. Neither leaves the account blank and
      * CashApplication matches on the name as before.
       IdentifyPayer.
           MOVE ZERO TO WS-FOUND-ACCT
           MOVE "NOT KNOWN - BY NAME" TO WS-FOUND-HOW
           IF LbxPmtPayerAcct IS NUMERIC
               MOVE LbxPmtPayerAcct TO WS-PAYER-ACCT
               IF WS-PAYER-ACCT > ZERO
                   PERFORM ReadPayerAccount
                   IF WS-FOUND-ACCT > ZERO
                       MOVE "STUB ACCOUNT" TO WS-FOUND-HOW
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > 2 OR WS-FOUND-ACCT > ZERO
               IF LbxPmtInvoiceRef(WS-REF-IX) IS NUMERIC
                   MOVE LbxPmtInvoiceRef(WS-REF-IX) TO WS-REF-NUM
                   PERFORM FindInvoiceAccount
                   IF WS-FOUND-ACCT > ZERO
                       MOVE "INVOICE REFERENCE" TO WS-FOUND-HOW
                   END-IF
               END-IF
           END-PERFORM.

       FindInvoiceAccount.
           MOVE ZERO TO WS-PAYER-ACCT
           IF WS-REF-NUM > ZERO
               PERFORM VARYING WS-INVOICE-IX FROM 1 BY 1
                       UNTIL WS-INVOICE-IX > WS-INVOICE-COUNT
                       OR WS-PAYER-ACCT > ZERO
                   IF InvInvoiceNo(WS-INVOICE-IX) = WS-REF-NUM
                       MOVE InvAcctNo(WS-INVOICE-IX) TO WS-PAYER-ACCT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAYER-ACCT > ZERO
               PERFORM ReadPayerAccount
           END-IF.

      * A merged account's cash belongs to the account it was folded
      * into; the pointer is followed to the end of the chain.
       ReadPayerAccount.
           MOVE ZERO TO WS-FOUND-ACCT
           MOVE WS-PAYER-ACCT TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   SET CustMastNotFound TO TRUE
               NOT INVALID KEY
                   SET CustMastFound TO TRUE
           END-READ
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
           IF CustMastFound AND NOT CustMastMerged
               MOVE CustMastAcctNo TO WS-FOUND-ACCT
               MOVE CustMastName TO WS-FOUND-NAME
           END-IF.

       WriteNoLockboxControl.
           OPEN OUTPUT LockboxControlFile
           MOVE SPACES TO LOCKBOX-CONTROL-RECORD
           SET LbcNoLockboxFile TO TRUE
           MOVE ZERO TO LbcBatchNo
           MOVE WS-BUSINESS-DATE TO LbcDepositDate
           MOVE ZERO TO LbcItemCount
           MOVE ZERO TO LbcAmount
           MOVE ZERO TO LbcKnownCount
           MOVE ZERO TO LbcKnownAmount
           WRITE LOCKBOX-CONTROL-RECORD
           CLOSE LockboxControlFile.

       WriteLockboxControl.
           OPEN OUTPUT LockboxControlFile
           PERFORM VARYING WS-BATCH-IX FROM 1 BY 1
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT
               MOVE SPACES TO LOCKBOX-CONTROL-RECORD
               SET LbcBatchRecord TO TRUE
               MOVE BatBatchNo(WS-BATCH-IX) TO LbcBatchNo
               MOVE BatDepositDate(WS-BATCH-IX) TO LbcDepositDate
               MOVE BatItemCount(WS-BATCH-IX) TO LbcItemCount
               MOVE BatAmount(WS-BATCH-IX) TO LbcAmount
               MOVE BatKnownCount(WS-BATCH-IX) TO LbcKnownCount
               MOVE BatKnownAmount(WS-BATCH-IX) TO LbcKnownAmount
               WRITE LOCKBOX-CONTROL-RECORD
           END-PERFORM
           MOVE SPACES TO LOCKBOX-CONTROL-RECORD
           SET LbcTotalRecord TO TRUE
           MOVE WS-FILE-BATCHES TO LbcBatchNo
           MOVE WS-BUSINESS-DATE TO LbcDepositDate
           MOVE WS-FILE-ITEMS TO LbcItemCount
           MOVE WS-FILE-AMOUNT TO LbcAmount
           MOVE WS-PAYMENTS-KNOWN TO LbcKnownCount
           MOVE WS-KNOWN-AMOUNT TO LbcKnownAmount
           WRITE LOCKBOX-CONTROL-RECORD
           CLOSE LockboxControlFile.

       WriteIntakeTotals.
           MOVE SPACES TO IntakeReportLine
           WRITE IntakeReportLine
           PERFORM VARYING WS-BATCH-IX FROM 1 BY 1
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT
               MOVE BatBatchNo(WS-BATCH-IX) TO LBX-BAT-BATCH-NO
               MOVE BatDepositDate(WS-BATCH-IX) TO LBX-BAT-DATE
               MOVE BatItemCount(WS-BATCH-IX) TO LBX-BAT-ITEMS
               MOVE BatAmount(WS-BATCH-IX) TO LBX-BAT-AMOUNT
               MOVE BatKnownCount(WS-BATCH-IX) TO LBX-BAT-KNOWN
               WRITE IntakeReportLine FROM LBX-BATCH-LINE
           END-PERFORM
           MOVE "DEPOSIT TOTAL (FILE TRAILER):" TO LBX-TOT-LABEL
           MOVE WS-FILE-ITEMS TO LBX-TOT-COUNT
           MOVE WS-FILE-AMOUNT TO LBX-TOT-AMOUNT
           WRITE IntakeReportLine FROM LBX-TOTAL-LINE
           MOVE "PAYMENTS WITH ACCOUNT:" TO LBX-TOT-LABEL
           MOVE WS-PAYMENTS-KNOWN TO LBX-TOT-COUNT
           MOVE WS-KNOWN-AMOUNT TO LBX-TOT-AMOUNT
           WRITE IntakeReportLine FROM LBX-TOTAL-LINE
           MOVE "PAYMENTS MATCHED BY NAME AT CASHSTP:" TO
               LBX-TOT-LABEL
           MOVE WS-PAYMENTS-UNKNOWN TO LBX-TOT-COUNT
           MOVE WS-UNKNOWN-AMOUNT TO LBX-TOT-AMOUNT
           WRITE IntakeReportLine FROM LBX-TOTAL-LINE.
