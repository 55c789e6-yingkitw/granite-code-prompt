       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractBilling.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Customers on a recurring
      *                contract were billed by someone keying the
      *                same order into a branch extract every period.
      *                This step runs nightly ahead of MRGSTP, walks
      *                the contract master (contract.dat, CTRREC) and
      *                raises every period falling due on or before
      *                the run-control business date as an ordinary
      *                'C' record in ORDEXT layout on the re-entry
      *                file ctrext.txt - BranchMerge folds it into the
      *                night's extract exactly like finext.txt, so the
      *                charge takes the normal posting path (currency
      *                conversion, tax, invoice number, journal,
      *                balance master) under the contract's billing
      *                branch and currency. Each charge's OrderDate is
      *                the period's billing date. The contract's
      *                last-billed date is advanced as each period is
      *                raised, which is what stops a rerun of the
      *                same business date billing it again; periods
      *                missed while the job did not run are caught up
      *                one charge per period. A contract whose account
      *                has left CUSTMAST is listed as skipped and not
      *                advanced, so it bills once the account is
      *                restored. The billing register (ctrbreg.txt)
      *                lists every charge raised and every contract
      *                skipped.
      *    2026-10-15  Contracts are keyed by account plus contract
      *                number now (CTRREC CtrKey); the pass reads them
      *                in that order, so a customer holding several
      *                contracts is billed for each, and the register
      *                shows the contract number with the account.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CtrKey
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL ContractExtract ASSIGN TO "ctrext.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "ctrbreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ContractFile.
       COPY CTRREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  ContractExtract.
       COPY ORDEXT REPLACING ORDER-RECORD BY CONTRACT-ORDER-RECORD.

       FD  RegisterFile.
       01  RegisterLine                PIC X(104).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTRACT-STATUS          PIC X(2).
           88  ContractOpenOK          VALUE '00' '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-CONTRACTS        VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * The billing date being worked on, with a numeric view for
      * the date intrinsics and a broken-out view for month steps.
       01  WS-NEXT-DUE-DATE.
           05  WS-DUE-YYYY             PIC 9(4).
           05  WS-DUE-MM               PIC 9(2).
           05  WS-DUE-DD               PIC 9(2).
       01  WS-NEXT-DUE-NUM REDEFINES WS-NEXT-DUE-DATE
                                       PIC 9(8).

       01  WS-ANCHOR-DD                PIC 9(2) VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE ZERO.
       01  WS-MONTHS-TO-ADD            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-INDEX              PIC 9(4) VALUE ZERO.
       01  WS-YEARS-CARRIED            PIC 9(4) VALUE ZERO.
       01  WS-DUE-INTEGER              PIC 9(8) VALUE ZERO.

       01  WS-BILLED-SWITCH            PIC X(1).
           88  CONTRACT-WAS-BILLED     VALUE 'Y'.

       01  WS-CONTRACTS-READ           PIC 9(7) VALUE ZERO.
       01  WS-CHARGES-RAISED           PIC 9(7) VALUE ZERO.
       01  WS-CONTRACTS-SKIPPED        PIC 9(7) VALUE ZERO.

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  REG-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
                   "CONTRACT BILLING RUN".

       01  REG-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT-CTR ".
           05  FILLER                  PIC X(32) VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(10) VALUE "BILL DATE".
           05  FILLER                  PIC X(14) VALUE
                   "        AMOUNT".
           05  FILLER                  PIC X(5) VALUE " CUR ".
           05  FILLER                  PIC X(4) VALUE "BR  ".
           05  FILLER                  PIC X(4) VALUE "NOTE".

       01  REG-DETAIL-LINE.
           05  REG-DET-ACCT            PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "-".
           05  REG-DET-CONTRACT        PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-BILL-DATE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-DET-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-DET-BRANCH          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-DET-NOTE            PIC X(26).

       01  REG-COUNT-LINE.
           05  REG-CNT-LABEL           PIC X(30).
           05  REG-CNT-VALUE           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM CheckRunControl

      * Status '05' is the OPTIONAL contract master not existing yet
      * (no contract entered) - a normal open with nothing to bill.
           OPEN I-O ContractFile
           IF NOT ContractOpenOK
               DISPLAY "Main: unable to open ContractFile, status "
                   WS-CONTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CustMastFile
      * EXTEND, not OUTPUT: charges raised by an earlier run that
      * have not been merged yet must survive - their contracts are
      * already advanced and would never be raised again.
           OPEN EXTEND ContractExtract
           OPEN OUTPUT RegisterFile
           MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE
           WRITE RegisterLine FROM REG-HEADING-LINE
           WRITE RegisterLine FROM REG-COLUMN-HEADER

           PERFORM UNTIL END-OF-CONTRACTS
               READ ContractFile NEXT RECORD
                   AT END
                       SET END-OF-CONTRACTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTRACTS-READ
                       PERFORM BillContract
               END-READ
           END-PERFORM

           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "CONTRACTS READ" TO REG-CNT-LABEL
           MOVE WS-CONTRACTS-READ TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE
           MOVE "CHARGES RAISED" TO REG-CNT-LABEL
           MOVE WS-CHARGES-RAISED TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE
           MOVE "CONTRACTS SKIPPED" TO REG-CNT-LABEL
           MOVE WS-CONTRACTS-SKIPPED TO REG-CNT-VALUE
           WRITE RegisterLine FROM REG-COUNT-LINE

           CLOSE ContractFile
           CLOSE CustMastFile
           CLOSE ContractExtract
           CLOSE RegisterFile

           DISPLAY "Contracts read: " WS-CONTRACTS-READ
           DISPLAY "Contract charges raised: " WS-CHARGES-RAISED
           DISPLAY "Contracts skipped: " WS-CONTRACTS-SKIPPED
           STOP RUN.

      * Billing advances the contracts' last-billed dates, so it only
      * runs inside a business date RunControlOpen has opened - a
      * closed record means a stray rerun of a finished day.
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
                   IF NOT RunOpen
                       DISPLAY "CheckRunControl: business date "
                           RunBusinessDate " is not open, "
                           "billing refused"
                       CLOSE RunControlFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RunControlFile.

      * Every period due on or before the business date and on or
      * before the end date is raised, oldest first; the contract is
      * rewritten once, after its last charge, with the last period
      * raised as its last-billed date.
       BillContract.
           IF CtrStartDate IS NOT NUMERIC
                   OR NOT CtrFrequencyValid
               MOVE SPACES TO CustMastName
               MOVE "SKIPPED, BAD CONTRACT DATA" TO REG-DET-NOTE
               PERFORM WriteSkippedLine
           ELSE
               PERFORM FindNextBillingDate
               MOVE CtrAcctNo TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       SET CustMastNotFound TO TRUE
                   NOT INVALID KEY
                       SET CustMastFound TO TRUE
               END-READ
               IF CustMastNotFound
                   MOVE SPACES TO CustMastName
                   MOVE "SKIPPED, OFF MASTER" TO REG-DET-NOTE
                   PERFORM WriteSkippedLine
               ELSE
                   MOVE 'N' TO WS-BILLED-SWITCH
                   PERFORM RaiseContractCharge
                       UNTIL WS-NEXT-DUE-DATE > WS-BUSINESS-DATE
                       OR (CtrEndDate NOT = SPACES
                           AND WS-NEXT-DUE-DATE > CtrEndDate)
                   IF CONTRACT-WAS-BILLED
                       REWRITE CONTRACT-RECORD
                           INVALID KEY
                               DISPLAY "BillContract: REWRITE "
                                   "failed for contract " CtrAcctNo
                                   "-" CtrContractNo ", status "
                                   WS-CONTRACT-STATUS
                               MOVE 8 TO RETURN-CODE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      * The first period bills on the start date; after that the
      * next period follows the last one billed.
       FindNextBillingDate.
           MOVE CtrStartDate(7:2) TO WS-ANCHOR-DD
           IF CtrLastBilledDate = SPACES
               MOVE CtrStartDate TO WS-NEXT-DUE-DATE
           ELSE
               MOVE CtrLastBilledDate TO WS-NEXT-DUE-DATE
               PERFORM AdvanceBillingDate
           END-IF.

      * The charge is an ordinary 'C' extract record in the
      * contract's own currency and billing branch: it re-enters
      * through BranchMerge and takes the whole normal posting path.
       RaiseContractCharge.
           MOVE "C" TO RecordType IN CONTRACT-ORDER-RECORD
           MOVE CtrAcctNo TO CustAcctNo IN CONTRACT-ORDER-RECORD
           MOVE WS-NEXT-DUE-DATE TO OrderDate IN CONTRACT-ORDER-RECORD
           MOVE CustMastName TO
               CustomerName IN CONTRACT-ORDER-RECORD
           MOVE CtrAmount TO TotalAmount IN CONTRACT-ORDER-RECORD
           MOVE CtrBranchCode TO BranchCode IN CONTRACT-ORDER-RECORD
           MOVE CtrCurrencyCode TO
               CurrencyCode IN CONTRACT-ORDER-RECORD
           WRITE CONTRACT-ORDER-RECORD

           MOVE CtrAcctNo TO REG-DET-ACCT
           MOVE CtrContractNo TO REG-DET-CONTRACT
           MOVE CustMastName TO REG-DET-NAME
           MOVE WS-NEXT-DUE-DATE TO REG-DET-BILL-DATE
           MOVE CtrAmount TO REG-DET-AMOUNT
           MOVE CtrCurrencyCode TO REG-DET-CURRENCY
           MOVE CtrBranchCode TO REG-DET-BRANCH
           MOVE SPACES TO REG-DET-NOTE
           WRITE RegisterLine FROM REG-DETAIL-LINE

           MOVE WS-NEXT-DUE-DATE TO CtrLastBilledDate
           SET CONTRACT-WAS-BILLED TO TRUE
           ADD 1 TO WS-CHARGES-RAISED
           PERFORM AdvanceBillingDate.

      * Weekly steps seven days. Monthly, quarterly and annual steps
      * whole months and puts the day back on the start date's day,
      * clamped to the length of the month, so a contract started on
      * the 31st does not drift to the 28th for good after February.
       AdvanceBillingDate.
           IF CtrWeekly
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-NUM) + 7
               COMPUTE WS-NEXT-DUE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           ELSE
               EVALUATE TRUE
                   WHEN CtrMonthly
                       MOVE 1 TO WS-MONTHS-TO-ADD
                   WHEN CtrQuarterly
                       MOVE 3 TO WS-MONTHS-TO-ADD
                   WHEN OTHER
                       MOVE 12 TO WS-MONTHS-TO-ADD
               END-EVALUATE
               COMPUTE WS-MONTH-INDEX = WS-DUE-MM - 1 + WS-MONTHS-TO-ADD
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-YEARS-CARRIED
                   REMAINDER WS-MONTH-INDEX
               ADD WS-YEARS-CARRIED TO WS-DUE-YYYY
               COMPUTE WS-DUE-MM = WS-MONTH-INDEX + 1
               PERFORM ComputeDaysInMonth
               IF WS-ANCHOR-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
               ELSE
                   MOVE WS-ANCHOR-DD TO WS-DUE-DD
               END-IF
           END-IF.

       ComputeDaysInMonth.
           EVALUATE WS-DUE-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-DUE-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       IF FUNCTION MOD(WS-DUE-YYYY, 100) = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       ELSE
                           IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           ELSE
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       WriteSkippedLine.
           ADD 1 TO WS-CONTRACTS-SKIPPED
           MOVE CtrAcctNo TO REG-DET-ACCT
           MOVE CtrContractNo TO REG-DET-CONTRACT
           MOVE CustMastName TO REG-DET-NAME
           MOVE SPACES TO REG-DET-BILL-DATE
           MOVE CtrAmount TO REG-DET-AMOUNT
           MOVE CtrCurrencyCode TO REG-DET-CURRENCY
           MOVE CtrBranchCode TO REG-DET-BRANCH
           WRITE RegisterLine FROM REG-DETAIL-LINE.
