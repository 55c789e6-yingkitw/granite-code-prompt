       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractMaintenance.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Batch maintenance of the
      *                recurring billing contract master
      *                (contract.dat, CTRREC) that ContractBilling
      *                bills from each night. Applies a transaction
      *                file (ctrtran.txt) of adds, changes and ends
      *                the same way CustomerMaintenance applies
      *                custtran.txt: every applied transaction prints
      *                a before-and-after register entry
      *                (ctrmreg.txt), and malformed transactions go to
      *                a reject file (ctrmrej.txt) with a reason. A
      *                contract is keyed by account and the account
      *                must be on CUSTMAST. Blank fields on a change
      *                leave the contract's value alone; an end
      *                transaction sets the end date (the date keyed,
      *                or today when blank) rather than deleting the
      *                record, so the billing history stays on file.
      *                The start date is the anchor every billing date
      *                is worked from, so it cannot change once the
      *                contract has billed. The last-billed date is
      *                ContractBilling's alone and is never keyed.
      *    2026-10-15  Contracts are keyed by account plus contract
      *                number now (CTRREC CtrKey), so one customer can
      *                hold several. The transaction carries the
      *                contract number after the account: an add left
      *                blank is given the account's next number, and
      *                changes and ends must name the contract. The
      *                register and rejects show it. An end keyed
      *                without a date now ends the contract on the
      *                run-control business date instead of the clock.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractTranFile ASSIGN TO "ctrtran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CtrKey
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT RegisterFile ASSIGN TO "ctrmreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ContractRejectFile ASSIGN TO "ctrmrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ContractTranFile.
       01  ContractTranRecord.
           05  CtmAction               PIC X(1).
               88  CtmActionAdd        VALUE 'A'.
               88  CtmActionChange     VALUE 'C'.
               88  CtmActionEnd        VALUE 'E'.
           05  CtmAcctNo               PIC X(6).
           05  CtmContractNo           PIC X(3).
           05  CtmAmount               PIC X(9).
           05  CtmCurrencyCode         PIC X(3).
           05  CtmFrequency            PIC X(1).
           05  CtmStartDate            PIC X(8).
           05  CtmEndDate              PIC X(8).
           05  CtmBranchCode           PIC X(3).

       FD  ContractFile.
       COPY CTRREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  RegisterFile.
       01  RegisterRecord              PIC X(132).

       FD  ContractRejectFile.
       01  ContractRejectRecord.
           05  CRejAction              PIC X(1).
           05  CRejAcctNo              PIC X(6).
           05  CRejContractNo          PIC X(3).
           05  CRejAmount              PIC X(9).
           05  CRejCurrencyCode        PIC X(3).
           05  CRejFrequency           PIC X(1).
           05  CRejStartDate           PIC X(8).
           05  CRejEndDate             PIC X(8).
           05  CRejBranchCode          PIC X(3).
           05  CRejReason              PIC X(40).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  ContractTranFileOK      VALUE '00'.

       01  WS-CONTRACT-STATUS          PIC X(2).
           88  ContractOpenOK          VALUE '00' '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-TRANS            VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  END-OF-SCAN             VALUE 'Y'.

       01  WS-EDIT-SWITCH              PIC X(1).
           88  TRANSACTION-IS-VALID    VALUE 'Y'.

       01  WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01  WS-TRANS-APPLIED            PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(7) VALUE ZERO.

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-AMOUNT        PIC S9(7)V99.
           05  WS-BEFORE-CURRENCY      PIC X(3).
           05  WS-BEFORE-FREQUENCY     PIC X(1).
           05  WS-BEFORE-START         PIC X(8).
           05  WS-BEFORE-END           PIC X(8).
           05  WS-BEFORE-BRANCH        PIC X(3).
           05  WS-BEFORE-LAST-BILLED   PIC X(8).

      * The transaction carries the amount as text so blank can mean
      * "leave alone"; the REDEFINES takes a keyed value to numeric
      * the same way CustomerMaintenance handles the credit limit.
       01  WS-AMOUNT-TEXT              PIC X(9).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-TEXT
                                       PIC 9(7)V99.

       01  WS-REGISTER-DATE            PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-NEXT-CONTRACT-NO         PIC 9(4) VALUE ZERO.

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(32) VALUE
                   "CONTRACT MAINTENANCE REGISTER - ".
           05  REG-RUN-DATE            PIC X(10).

       01  REG-ACTION-LINE.
           05  FILLER                  PIC X(8) VALUE "ACTION: ".
           05  REG-ACTION              PIC X(11).
           05  FILLER                  PIC X(7) VALUE "  ACCT ".
           05  REG-ACCT-NO             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "-".
           05  REG-CONTRACT-NO         PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-CUSTOMER            PIC X(30).

       01  REG-IMAGE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-IMAGE-TAG           PIC X(8).
           05  FILLER                  PIC X(8) VALUE "AMOUNT: ".
           05  REG-IMAGE-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-IMAGE-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(8) VALUE "  FREQ: ".
           05  REG-IMAGE-FREQUENCY     PIC X(1).
           05  FILLER                  PIC X(9) VALUE "  START: ".
           05  REG-IMAGE-START         PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  END: ".
           05  REG-IMAGE-END           PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  BRANCH: ".
           05  REG-IMAGE-BRANCH        PIC X(3).
           05  FILLER                  PIC X(15) VALUE
                   "  LAST BILLED: ".
           05  REG-IMAGE-LAST-BILLED   PIC X(8).

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl

           OPEN INPUT ContractTranFile
           IF NOT ContractTranFileOK
               DISPLAY "Main: unable to open ContractTranFile, "
                   "status " WS-TRAN-STATUS
               STOP RUN
           END-IF

      * Status '05' here is the OPTIONAL master being created on the
      * very first maintenance run - a normal open, not a failure.
           OPEN I-O ContractFile
           IF NOT ContractOpenOK
               DISPLAY "Main: unable to open ContractFile, status "
                   WS-CONTRACT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CustMastFile
           OPEN OUTPUT RegisterFile
           OPEN OUTPUT ContractRejectFile

           PERFORM WriteRegisterHeading

           PERFORM UNTIL END-OF-TRANS
               READ ContractTranFile
                   AT END
                       SET END-OF-TRANS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM ApplyTransaction
               END-READ
           END-PERFORM

           CLOSE ContractTranFile
           CLOSE ContractFile
           CLOSE CustMastFile
           CLOSE RegisterFile
           CLOSE ContractRejectFile

           DISPLAY "Contract transactions read: " WS-TRANS-READ
           DISPLAY "Contract transactions applied: " WS-TRANS-APPLIED
           DISPLAY "Contract transactions rejected: "
               WS-TRANS-REJECTED
           STOP RUN.

       WriteRegisterHeading.
           MOVE FUNCTION CURRENT-DATE TO WS-REGISTER-DATE
           STRING WS-REGISTER-DATE(5:2) "/" WS-REGISTER-DATE(7:2) "/"
                   WS-REGISTER-DATE(1:4)
               DELIMITED BY SIZE INTO REG-RUN-DATE
           WRITE RegisterRecord FROM REG-HEADING-LINE.

      * An end keyed without a date ends the contract on the business
      * date ContractBilling bills to, not the clock's, so a run after
      * midnight or a rerun ends it on the right day. Maintenance runs
      * between nightly cycles, so a closed date is the normal state
      * here and is not refused.
       ReadRunControl.
           MOVE FUNCTION CURRENT-DATE TO WS-REGISTER-DATE
           MOVE WS-REGISTER-DATE(1:8) TO WS-BUSINESS-DATE
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

      * Every action is keyed by account, and the account must be a
      * customer - a contract for an account posting would only
      * reject is caught here instead of on every billing night.
      * Changes and ends also name the contract within the account;
      * an add is normally given the next number (see
      * AssignContractNo).
       ApplyTransaction.
           IF CtmAcctNo IS NOT NUMERIC
               MOVE "Account number is not numeric" TO CRejReason
               PERFORM WriteContractRejectRecord
           ELSE
               MOVE CtmAcctNo TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       SET CustMastNotFound TO TRUE
                   NOT INVALID KEY
                       SET CustMastFound TO TRUE
               END-READ
               IF CustMastNotFound
                   MOVE "Account not found on CUSTMAST" TO CRejReason
                   PERFORM WriteContractRejectRecord
               ELSE
                   EVALUATE TRUE
                       WHEN CtmActionAdd
                           PERFORM AddContract
                       WHEN CtmActionChange
                           PERFORM ChangeContract
                       WHEN CtmActionEnd
                           PERFORM EndContract
                       WHEN OTHER
                           MOVE "Action is not A, C or E" TO
                               CRejReason
                           PERFORM WriteContractRejectRecord
                   END-EVALUATE
               END-IF
           END-IF.

      * Field edits shared by adds and changes. On a change a blank
      * field is "leave alone", so only non-blank fields are edited;
      * an add additionally needs every required field present,
      * which AddContract checks first.
       EditTransactionFields.
           MOVE 'Y' TO WS-EDIT-SWITCH
           EVALUATE TRUE
               WHEN CtmContractNo NOT = SPACES
                       AND CtmContractNo IS NOT NUMERIC
                   MOVE "Contract number is not numeric" TO
                       CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmContractNo NOT = SPACES
                       AND CtmContractNo = ZERO
                   MOVE "Contract number is zero" TO CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmAmount NOT = SPACES
                       AND CtmAmount IS NOT NUMERIC
                   MOVE "Amount is not numeric" TO CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmAmount NOT = SPACES
                       AND CtmAmount = ZERO
                   MOVE "Amount is zero" TO CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmFrequency NOT = SPACE
                       AND CtmFrequency NOT = 'W'
                       AND CtmFrequency NOT = 'M'
                       AND CtmFrequency NOT = 'Q'
                       AND CtmFrequency NOT = 'A'
                   MOVE "Frequency is not W, M, Q or A" TO
                       CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmStartDate NOT = SPACES
                       AND CtmStartDate IS NOT NUMERIC
                   MOVE "Start date is not numeric" TO CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN CtmEndDate NOT = SPACES
                       AND CtmEndDate IS NOT NUMERIC
                   MOVE "End date is not numeric" TO CRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
           END-EVALUATE.

       AddContract.
           EVALUATE TRUE
               WHEN CtmAmount = SPACES
                   MOVE "Amount is blank" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN CtmFrequency = SPACE
                   MOVE "Frequency is blank" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN CtmStartDate = SPACES
                   MOVE "Start date is blank" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN CtmBranchCode = SPACES
                   MOVE "Billing branch is blank" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN OTHER
                   PERFORM EditTransactionFields
                   IF TRANSACTION-IS-VALID
                       IF CtmEndDate NOT = SPACES
                               AND CtmEndDate < CtmStartDate
                           MOVE "End date is before start date" TO
                               CRejReason
                           PERFORM WriteContractRejectRecord
                       ELSE
                           PERFORM BuildAddedContract
                       END-IF
                   ELSE
                       PERFORM WriteContractRejectRecord
                   END-IF
           END-EVALUATE.

       BuildAddedContract.
           IF CtmContractNo = SPACES
               PERFORM AssignContractNo
           ELSE
               MOVE CtmContractNo TO WS-NEXT-CONTRACT-NO
           END-IF
           IF WS-NEXT-CONTRACT-NO > 999
               MOVE "Account has no contract numbers left" TO
                   CRejReason
               PERFORM WriteContractRejectRecord
           ELSE
               PERFORM WriteAddedContract
           END-IF.

      * The next number is one past the highest the account holds.
      * Ended contracts stay on file, so a number is never handed out
      * a second time.
       AssignContractNo.
           MOVE ZERO TO WS-NEXT-CONTRACT-NO
           MOVE CtmAcctNo TO CtrAcctNo
           MOVE ZERO TO CtrContractNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START ContractFile KEY IS > CtrKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ContractFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CtrAcctNo = CtmAcctNo
                           MOVE CtrContractNo TO WS-NEXT-CONTRACT-NO
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-CONTRACT-NO.

       WriteAddedContract.
           MOVE CtmAcctNo TO CtrAcctNo
           MOVE WS-NEXT-CONTRACT-NO TO CtrContractNo
           MOVE CtmAmount TO WS-AMOUNT-TEXT
           MOVE WS-AMOUNT-NUM TO CtrAmount
           MOVE CtmCurrencyCode TO CtrCurrencyCode
           MOVE CtmFrequency TO CtrFrequency
           MOVE CtmStartDate TO CtrStartDate
           MOVE CtmEndDate TO CtrEndDate
           MOVE CtmBranchCode TO CtrBranchCode
           MOVE SPACES TO CtrLastBilledDate
           WRITE CONTRACT-RECORD
               INVALID KEY
                   MOVE "Contract number already on file" TO
                       CRejReason
                   PERFORM WriteContractRejectRecord
               NOT INVALID KEY
                   PERFORM WriteRegisterEntry
                   ADD 1 TO WS-TRANS-APPLIED
           END-WRITE.

       ChangeContract.
           IF CtmContractNo = SPACES
               MOVE "Contract number is blank" TO CRejReason
               PERFORM WriteContractRejectRecord
           ELSE
               PERFORM EditTransactionFields
               IF NOT TRANSACTION-IS-VALID
                   PERFORM WriteContractRejectRecord
               ELSE
                   PERFORM ReadChangedContract
               END-IF
           END-IF.

       ReadChangedContract.
           MOVE CtmAcctNo TO CtrAcctNo
           MOVE CtmContractNo TO CtrContractNo
           READ ContractFile
               INVALID KEY
                   MOVE "No such contract on file for account" TO
                       CRejReason
                   PERFORM WriteContractRejectRecord
               NOT INVALID KEY
                   PERFORM RewriteChangedContract
           END-READ.

      * A blank field leaves the contract's value alone. The start
      * date anchors every billing date, so once a period has billed
      * moving it would re-bill or skip periods - it is refused.
       RewriteChangedContract.
           PERFORM SaveBeforeImage
           IF CtmStartDate NOT = SPACES
                   AND CtrLastBilledDate NOT = SPACES
                   AND CtmStartDate NOT = CtrStartDate
               MOVE "Start date cannot change once billed" TO
                   CRejReason
               PERFORM WriteContractRejectRecord
           ELSE
               IF CtmAmount NOT = SPACES
                   MOVE CtmAmount TO WS-AMOUNT-TEXT
                   MOVE WS-AMOUNT-NUM TO CtrAmount
               END-IF
               IF CtmCurrencyCode NOT = SPACES
                   MOVE CtmCurrencyCode TO CtrCurrencyCode
               END-IF
               IF CtmFrequency NOT = SPACE
                   MOVE CtmFrequency TO CtrFrequency
               END-IF
               IF CtmStartDate NOT = SPACES
                   MOVE CtmStartDate TO CtrStartDate
               END-IF
               IF CtmEndDate NOT = SPACES
                   MOVE CtmEndDate TO CtrEndDate
               END-IF
               IF CtmBranchCode NOT = SPACES
                   MOVE CtmBranchCode TO CtrBranchCode
               END-IF
               IF CtrEndDate NOT = SPACES
                       AND CtrEndDate < CtrStartDate
                   MOVE "End date is before start date" TO
                       CRejReason
                   PERFORM WriteContractRejectRecord
               ELSE
                   REWRITE CONTRACT-RECORD
                       INVALID KEY
                           MOVE "REWRITE rejected by contract file"
                               TO CRejReason
                           PERFORM WriteContractRejectRecord
                       NOT INVALID KEY
                           PERFORM WriteRegisterEntry
                           ADD 1 TO WS-TRANS-APPLIED
                   END-REWRITE
               END-IF
           END-IF.

       EndContract.
           EVALUATE TRUE
               WHEN CtmContractNo = SPACES
                   MOVE "Contract number is blank" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN CtmContractNo IS NOT NUMERIC
                   MOVE "Contract number is not numeric" TO
                       CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN CtmEndDate NOT = SPACES
                       AND CtmEndDate IS NOT NUMERIC
                   MOVE "End date is not numeric" TO CRejReason
                   PERFORM WriteContractRejectRecord
               WHEN OTHER
                   MOVE CtmAcctNo TO CtrAcctNo
                   MOVE CtmContractNo TO CtrContractNo
                   READ ContractFile
                       INVALID KEY
                           MOVE "No such contract on file for account"
                               TO CRejReason
                           PERFORM WriteContractRejectRecord
                       NOT INVALID KEY
                           PERFORM RewriteEndedContract
                   END-READ
           END-EVALUATE.

      * Ending a contract keeps the record: billing stops after the
      * end date, and the last-billed date stays as the history of
      * what was raised. No date keyed means the business date.
       RewriteEndedContract.
           PERFORM SaveBeforeImage
           IF CtmEndDate = SPACES
               MOVE WS-BUSINESS-DATE TO CtrEndDate
           ELSE
               MOVE CtmEndDate TO CtrEndDate
           END-IF
           REWRITE CONTRACT-RECORD
               INVALID KEY
                   MOVE "REWRITE rejected by contract file" TO
                       CRejReason
                   PERFORM WriteContractRejectRecord
               NOT INVALID KEY
                   PERFORM WriteRegisterEntry
                   ADD 1 TO WS-TRANS-APPLIED
           END-REWRITE.

       SaveBeforeImage.
           MOVE CtrAmount TO WS-BEFORE-AMOUNT
           MOVE CtrCurrencyCode TO WS-BEFORE-CURRENCY
           MOVE CtrFrequency TO WS-BEFORE-FREQUENCY
           MOVE CtrStartDate TO WS-BEFORE-START
           MOVE CtrEndDate TO WS-BEFORE-END
           MOVE CtrBranchCode TO WS-BEFORE-BRANCH
           MOVE CtrLastBilledDate TO WS-BEFORE-LAST-BILLED.

       WriteRegisterEntry.
           EVALUATE TRUE
               WHEN CtmActionAdd
                   MOVE "ADD" TO REG-ACTION
               WHEN CtmActionChange
                   MOVE "CHANGE" TO REG-ACTION
               WHEN CtmActionEnd
                   MOVE "END" TO REG-ACTION
           END-EVALUATE
           MOVE CtrAcctNo TO REG-ACCT-NO
           MOVE CtrContractNo TO REG-CONTRACT-NO
           MOVE CustMastName TO REG-CUSTOMER
           WRITE RegisterRecord FROM REG-ACTION-LINE
           MOVE "BEFORE: " TO REG-IMAGE-TAG
           IF CtmActionAdd
               MOVE ZERO TO REG-IMAGE-AMOUNT
               MOVE SPACES TO REG-IMAGE-CURRENCY
               MOVE SPACES TO REG-IMAGE-FREQUENCY
               MOVE "(none)" TO REG-IMAGE-START
               MOVE SPACES TO REG-IMAGE-END
               MOVE SPACES TO REG-IMAGE-BRANCH
               MOVE SPACES TO REG-IMAGE-LAST-BILLED
           ELSE
               MOVE WS-BEFORE-AMOUNT TO REG-IMAGE-AMOUNT
               MOVE WS-BEFORE-CURRENCY TO REG-IMAGE-CURRENCY
               MOVE WS-BEFORE-FREQUENCY TO REG-IMAGE-FREQUENCY
               MOVE WS-BEFORE-START TO REG-IMAGE-START
               MOVE WS-BEFORE-END TO REG-IMAGE-END
               MOVE WS-BEFORE-BRANCH TO REG-IMAGE-BRANCH
               MOVE WS-BEFORE-LAST-BILLED TO REG-IMAGE-LAST-BILLED
           END-IF
           WRITE RegisterRecord FROM REG-IMAGE-LINE
           MOVE "AFTER:  " TO REG-IMAGE-TAG
           MOVE CtrAmount TO REG-IMAGE-AMOUNT
           MOVE CtrCurrencyCode TO REG-IMAGE-CURRENCY
           MOVE CtrFrequency TO REG-IMAGE-FREQUENCY
           MOVE CtrStartDate TO REG-IMAGE-START
           MOVE CtrEndDate TO REG-IMAGE-END
           MOVE CtrBranchCode TO REG-IMAGE-BRANCH
           MOVE CtrLastBilledDate TO REG-IMAGE-LAST-BILLED
           WRITE RegisterRecord FROM REG-IMAGE-LINE.

       WriteContractRejectRecord.
           MOVE CtmAction TO CRejAction
           MOVE CtmAcctNo TO CRejAcctNo
           MOVE CtmContractNo TO CRejContractNo
           MOVE CtmAmount TO CRejAmount
           MOVE CtmCurrencyCode TO CRejCurrencyCode
           MOVE CtmFrequency TO CRejFrequency
           MOVE CtmStartDate TO CRejStartDate
           MOVE CtmEndDate TO CRejEndDate
           MOVE CtmBranchCode TO CRejBranchCode
           WRITE ContractRejectRecord
           ADD 1 TO WS-TRANS-REJECTED.
