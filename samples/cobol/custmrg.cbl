       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. A customer set up twice (two
      *                branches each adding them, or an acquisition
      *                bringing its own account) left two balances,
      *                two sets of open items and two dunning
      *                histories that could only be combined by hand.
      *                This program applies a merge transaction file
      *                (mrgtran.txt, loser account then survivor
      *                account) and for each merge moves to the
      *                survivor: the loser's BalBalance (balmast.dat),
      *                its open items (opnitem.txt, rewritten as
      *                opnitem.new for the job to swap in), its
      *                dunning level (dunctl.txt, rewritten as
      *                dunctl.new - the survivor keeps the higher of
      *                the two levels), its posted-order keys
      *                (ordpost.dat, so BranchMerge still recognises
      *                a retransmission of the loser's orders), and,
      *                since they are keyed by account too, its
      *                disputes (dispute.dat) and its billing contract
      *                (contract.dat). The loser is then given the
      *                merged status with CustMastMergedTo pointing at
      *                the survivor; it never posts again, and
      *                CustomerHistoryInquiry follows the pointer so
      *                the combined history comes back under either
      *                name. A merge is refused when the two accounts'
      *                tax codes or billing currencies differ, when
      *                either side is already merged, or when both
      *                carry a billing contract. The register
      *                (mrgreg.txt) shows both accounts' figures
      *                before and after each merge; refused merges go
      *                to mrgrej.txt with a reason. Run on demand
      *                between nightly cycles (CMRGJOB).
      *    2026-10-15  Contracts are keyed by account plus contract
      *                number now (CTRREC CtrKey), so a merge no
      *                longer refuses two accounts that both hold a
      *                contract: every contract of the loser, running
      *                or ended, moves to the survivor numbered after
      *                the survivor's own, and the register notes each
      *                old and new number and shows the contract count
      *                before and after.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MergeTranFile ASSIGN TO "mrgtran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL BalanceFile ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BalAcctNo
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT NewOpenItemFile ASSIGN TO "opnitem.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DunControlIn ASSIGN TO "dunctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DunControlOut ASSIGN TO "dunctl.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PostedOrderFile ASSIGN TO "ordpost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PostOrderKey
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CtrKey
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT RegisterFile ASSIGN TO "mrgreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MergeRejectFile ASSIGN TO "mrgrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MergeTranFile.
       01  MergeTranRecord.
           05  MtrLoserAcctNo          PIC X(6).
           05  MtrSurvivorAcctNo       PIC X(6).

       FD  CustMastFile.
       COPY CUSTREC.

       FD  BalanceFile.
       COPY BALREC.

       FD  OpenItemFile.
       COPY OPNREC.

       FD  NewOpenItemFile.
       01  NewOpenItemLine             PIC X(32).

       FD  DunControlIn.
       01  DunControlInRecord.
           05  DciAcctNo               PIC 9(6).
           05  FILLER                  PIC X(1).
           05  DciLevel                PIC 9(1).

       FD  DunControlOut.
       01  DunControlOutRecord.
           05  DcoAcctNo               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DcoLevel                PIC 9(1).

       FD  PostedOrderFile.
       01  POSTED-ORDER-RECORD.
           05  PostOrderKey.
               10  PostAcctNo          PIC 9(6).
               10  PostOrderDate       PIC X(8).
           05  PostBusinessDate       PIC X(8).

       FD  DisputeFile.
       COPY DSPREC.

       FD  ContractFile.
       COPY CTRREC.

       FD  RegisterFile.
       01  RegisterRecord              PIC X(132).

       FD  MergeRejectFile.
       01  MergeRejectRecord.
           05  MRejLoserAcctNo         PIC X(6).
           05  MRejSurvivorAcctNo      PIC X(6).
           05  FILLER                  PIC X(1).
           05  MRejReason              PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  MergeTranFileOK         VALUE '00'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceOpenOK           VALUE '00' '05'.
           88  BalanceFound            VALUE '00'.
           88  BalanceNotFound         VALUE '23'.

       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.

       01  WS-POSTED-STATUS            PIC X(2).
           88  PostedOpenOK            VALUE '00' '05'.

       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.

       01  WS-CONTRACT-STATUS          PIC X(2).
           88  ContractOpenOK          VALUE '00' '05'.
           88  ContractFound           VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  END-OF-SCAN             VALUE 'Y'.

       01  WS-EDIT-SWITCH              PIC X(1).
           88  MERGE-IS-VALID          VALUE 'Y'.

       01  WS-LOSER-ACCT               PIC 9(6) VALUE ZERO.
       01  WS-SURVIVOR-ACCT            PIC 9(6) VALUE ZERO.
       01  WS-LOSER-NAME               PIC X(30).
       01  WS-SURVIVOR-NAME            PIC X(30).
       01  WS-LOSER-STATUS             PIC X(1).
       01  WS-SURVIVOR-STATUS          PIC X(1).
       01  WS-LOSER-TAX-CODE           PIC X(3).
       01  WS-SURVIVOR-TAX-CODE        PIC X(3).
       01  WS-LOSER-CURRENCY           PIC X(3).
       01  WS-SURVIVOR-CURRENCY        PIC X(3).

       01  WS-ITEM-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-IX                  PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 5000 TIMES.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmAmount           PIC S9(7)V99.
               10  ItmInvoiceNo        PIC 9(8).

       01  WS-CTL-MAX                  PIC 9(4) VALUE 2000.
       01  WS-CTL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CTL-IX                   PIC 9(4) VALUE ZERO.
       01  WS-CTL-LOSER-IX             PIC 9(4) VALUE ZERO.
       01  WS-CTL-SURVIVOR-IX          PIC 9(4) VALUE ZERO.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 2000 TIMES.
               10  CtlAcctNo           PIC 9(6).
               10  CtlLevel            PIC 9(1).

      * The loser's posted-order keys and disputes are gathered
      * first and re-keyed afterwards, so the writes under the
      * survivor's key never disturb the scan of the loser's.
       01  WS-KEY-MAX                  PIC 9(4) VALUE 2000.
       01  WS-KEY-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-KEY-IX                   PIC 9(4) VALUE ZERO.
       01  WS-POSTED-KEY-TABLE.
           05  WS-POSTED-KEY-ENTRY OCCURS 2000 TIMES.
               10  PkyOrderDate        PIC X(8).
               10  PkyBusinessDate     PIC X(8).

       01  WS-DSP-MAX                  PIC 9(4) VALUE 500.
       01  WS-DSP-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-DSP-IX                   PIC 9(4) VALUE ZERO.
       01  WS-DISPUTE-TABLE.
           05  WS-DISPUTE-ENTRY OCCURS 500 TIMES.
               10  DspSavedRecord      PIC X(69).

      * The loser's contracts, each with its old number and the number
      * it was given under the survivor (zero if it could not move).
       01  WS-CTR-MAX                  PIC 9(3) VALUE 100.
       01  WS-CTR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CTR-IX                   PIC 9(3) VALUE ZERO.
       01  WS-SURVIVOR-LAST-CTR        PIC 9(4) VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY OCCURS 100 TIMES.
               10  CtsSavedRecord      PIC X(50).
               10  CtsOldContractNo    PIC 9(3).
               10  CtsNewContractNo    PIC 9(3).

      * Figures for one account, gathered into one of four slots:
      * loser before, survivor before, loser after, survivor after.
       01  WS-FIG-ACCT                 PIC 9(6) VALUE ZERO.
       01  WS-FIG-IX                   PIC 9(1) VALUE ZERO.
       01  WS-FIGURE-TABLE.
           05  WS-FIGURE-ENTRY OCCURS 4 TIMES.
               10  FigStatus           PIC X(1).
               10  FigBalance          PIC S9(9)V99.
               10  FigItemCount        PIC 9(5).
               10  FigItemTotal        PIC S9(9)V99.
               10  FigDunLevel         PIC 9(1).
               10  FigPostedKeys       PIC 9(5).
               10  FigDisputes         PIC 9(5).
               10  FigContracts        PIC 9(5).

       01  WS-MOVED-BALANCE            PIC S9(9)V99 VALUE ZERO.
       01  WS-KEYS-ALREADY-HELD        PIC 9(5) VALUE ZERO.

       01  WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01  WS-MERGES-APPLIED           PIC 9(7) VALUE ZERO.
       01  WS-MERGES-REFUSED           PIC 9(7) VALUE ZERO.

       01  WS-REGISTER-DATE            PIC X(21).

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(29) VALUE
                   "CUSTOMER MERGE REGISTER - ".
           05  REG-RUN-DATE            PIC X(10).

       01  REG-MERGE-LINE.
           05  FILLER                  PIC X(13) VALUE
                   "MERGE: LOSER ".
           05  REG-LOSER-ACCT          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-LOSER-NAME          PIC X(30).
           05  FILLER                  PIC X(15) VALUE
                   "  INTO SURVIVOR".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-SURVIVOR-ACCT       PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-SURVIVOR-NAME       PIC X(30).

       01  REG-COLUMN-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(4) VALUE "ST  ".
           05  FILLER                  PIC X(16) VALUE
                   "         BALANCE".
           05  FILLER                  PIC X(7) VALUE "  ITEMS".
           05  FILLER                  PIC X(16) VALUE
                   "      ITEM TOTAL".
           05  FILLER                  PIC X(6) VALUE "  DUN ".
           05  FILLER                  PIC X(8) VALUE " POSTED ".
           05  FILLER                  PIC X(7) VALUE "  DISP ".
           05  FILLER                  PIC X(9) VALUE "CONTRACTS".

       01  REG-IMAGE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-IMAGE-TAG           PIC X(18).
           05  REG-IMAGE-ACCT          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-IMAGE-STATUS        PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REG-IMAGE-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-IMAGE-ITEMS         PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  REG-IMAGE-ITEM-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  REG-IMAGE-DUN           PIC 9(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REG-IMAGE-POSTED        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-IMAGE-DISPUTES      PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REG-IMAGE-CONTRACTS     PIC ZZZZ9.

       01  REG-NOTE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  REG-NOTE-TEXT           PIC X(80).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT MergeTranFile
           IF NOT MergeTranFileOK
               DISPLAY "Main: unable to open MergeTranFile, status "
                   WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CustMastFile
           IF NOT CustMastFileOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Status '05' on the OPTIONAL masters is the file not existing
      * yet - nothing of that kind to move, not a failure.
           OPEN I-O BalanceFile
           IF NOT BalanceOpenOK
               DISPLAY "Main: unable to open BalanceFile, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PostedOrderFile
           IF NOT PostedOpenOK
               DISPLAY "Main: unable to open PostedOrderFile, status "
                   WS-POSTED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DisputeFile
           IF NOT DisputeOpenOK
               DISPLAY "Main: unable to open DisputeFile, status "
                   WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ContractFile
           IF NOT ContractOpenOK
               DISPLAY "Main: unable to open ContractFile, status "
                   WS-CONTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadOpenItems
           PERFORM LoadDunningControl

           OPEN OUTPUT RegisterFile
           OPEN OUTPUT MergeRejectFile
           PERFORM WriteRegisterHeading

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ MergeTranFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM ApplyMerge
               END-READ
           END-PERFORM

           PERFORM WriteOpenItems
           PERFORM WriteDunningControl

           CLOSE MergeTranFile
           CLOSE CustMastFile
           CLOSE BalanceFile
           CLOSE PostedOrderFile
           CLOSE DisputeFile
           CLOSE ContractFile
           CLOSE RegisterFile
           CLOSE MergeRejectFile

           DISPLAY "Merge transactions read: " WS-TRANS-READ
           DISPLAY "Merges applied: " WS-MERGES-APPLIED
           DISPLAY "Merges refused: " WS-MERGES-REFUSED
           STOP RUN.

       WriteRegisterHeading.
           MOVE FUNCTION CURRENT-DATE TO WS-REGISTER-DATE
           STRING WS-REGISTER-DATE(5:2) "/" WS-REGISTER-DATE(7:2) "/"
                   WS-REGISTER-DATE(1:4)
               DELIMITED BY SIZE INTO REG-RUN-DATE
           WRITE RegisterRecord FROM REG-HEADING-LINE.

       LoadOpenItems.
           OPEN INPUT OpenItemFile
           IF NOT OpenItemFileOK
               DISPLAY "LoadOpenItems: unable to open OpenItemFile, "
                   "status " WS-OPEN-ITEM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT >= WS-ITEM-MAX
                           DISPLAY "LoadOpenItems: item table full, "
                               "merge run stopped"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE OpnAcctNo TO ItmAcctNo(WS-ITEM-COUNT)
                       MOVE OpnOrderDate TO ItmOrderDate(WS-ITEM-COUNT)
                       MOVE OpnAmount TO ItmAmount(WS-ITEM-COUNT)
                       MOVE OpnInvoiceNo TO ItmInvoiceNo(WS-ITEM-COUNT)
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

       LoadDunningControl.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DunControlIn
           PERFORM UNTIL END-OF-FILE-HIT
               READ DunControlIn
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF WS-CTL-COUNT >= WS-CTL-MAX
                           DISPLAY "LoadDunningControl: control "
                               "table full, merge run stopped"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTL-COUNT
                       MOVE DciAcctNo TO CtlAcctNo(WS-CTL-COUNT)
                       MOVE DciLevel TO CtlLevel(WS-CTL-COUNT)
               END-READ
           END-PERFORM
           CLOSE DunControlIn.

      * Every refusal is decided before anything moves, so a refused
      * merge leaves both accounts exactly as they were.
       ApplyMerge.
           MOVE 'Y' TO WS-EDIT-SWITCH
           EVALUATE TRUE
               WHEN MtrLoserAcctNo IS NOT NUMERIC
                   MOVE "Loser account is not numeric" TO MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN MtrSurvivorAcctNo IS NOT NUMERIC
                   MOVE "Survivor account is not numeric" TO
                       MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN MtrLoserAcctNo = MtrSurvivorAcctNo
                   MOVE "Loser and survivor are the same account" TO
                       MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
           END-EVALUATE
           IF MERGE-IS-VALID
               MOVE MtrLoserAcctNo TO WS-LOSER-ACCT
               MOVE MtrSurvivorAcctNo TO WS-SURVIVOR-ACCT
               PERFORM ReadMergeAccounts
           END-IF
           IF MERGE-IS-VALID
               PERFORM CheckMergeAllowed
           END-IF
           IF MERGE-IS-VALID
               PERFORM CarryOutMerge
           ELSE
               PERFORM WriteMergeRejectRecord
           END-IF.

       ReadMergeAccounts.
           MOVE WS-LOSER-ACCT TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   MOVE "Loser account not on CUSTMAST" TO MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               NOT INVALID KEY
                   MOVE CustMastName TO WS-LOSER-NAME
                   MOVE CustMastStatus TO WS-LOSER-STATUS
                   MOVE CustMastTaxCode TO WS-LOSER-TAX-CODE
                   MOVE CustMastCurrencyCode TO WS-LOSER-CURRENCY
           END-READ
           IF MERGE-IS-VALID
               MOVE WS-SURVIVOR-ACCT TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       MOVE "Survivor account not on CUSTMAST" TO
                           MRejReason
                       MOVE 'N' TO WS-EDIT-SWITCH
                   NOT INVALID KEY
                       MOVE CustMastName TO WS-SURVIVOR-NAME
                       MOVE CustMastStatus TO WS-SURVIVOR-STATUS
                       MOVE CustMastTaxCode TO WS-SURVIVOR-TAX-CODE
                       MOVE CustMastCurrencyCode TO
                           WS-SURVIVOR-CURRENCY
               END-READ
           END-IF.

      * The balance and items move as they stand, with no
      * re-pricing, so the two accounts must be taxed and billed
      * alike.
       CheckMergeAllowed.
           EVALUATE TRUE
               WHEN WS-LOSER-STATUS = 'M'
                   MOVE "Loser account is already merged" TO
                       MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN WS-SURVIVOR-STATUS = 'M'
                   MOVE "Survivor account has been merged" TO
                       MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN WS-LOSER-TAX-CODE NOT = WS-SURVIVOR-TAX-CODE
                   MOVE "Tax codes differ" TO MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN WS-LOSER-CURRENCY NOT = WS-SURVIVOR-CURRENCY
                   MOVE "Currencies differ" TO MRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
           END-EVALUATE.

      * A record that will not move mid-merge is reported and the
      * run carries on with return code 4: what has already moved
      * stays moved, so the rewritten open items and dunning levels
      * must still be swapped in to match.
       CarryOutMerge.
           MOVE WS-LOSER-ACCT TO WS-FIG-ACCT
           MOVE 1 TO WS-FIG-IX
           MOVE WS-LOSER-STATUS TO FigStatus(1)
           PERFORM GatherFigures
           MOVE WS-SURVIVOR-ACCT TO WS-FIG-ACCT
           MOVE 2 TO WS-FIG-IX
           MOVE WS-SURVIVOR-STATUS TO FigStatus(2)
           PERFORM GatherFigures

           PERFORM MoveBalance
           PERFORM MoveOpenItems
           PERFORM MoveDunningLevel
           PERFORM MovePostedOrderKeys
           PERFORM MoveDisputes
           PERFORM MoveContract
           PERFORM MarkLoserMerged

           MOVE WS-LOSER-ACCT TO WS-FIG-ACCT
           MOVE 3 TO WS-FIG-IX
           MOVE 'M' TO FigStatus(3)
           PERFORM GatherFigures
           MOVE WS-SURVIVOR-ACCT TO WS-FIG-ACCT
           MOVE 4 TO WS-FIG-IX
           MOVE WS-SURVIVOR-STATUS TO FigStatus(4)
           PERFORM GatherFigures

           PERFORM WriteRegisterEntry
           ADD 1 TO WS-MERGES-APPLIED.

       GatherFigures.
           MOVE WS-FIG-ACCT TO BalAcctNo
           READ BalanceFile
               INVALID KEY
                   MOVE ZERO TO FigBalance(WS-FIG-IX)
               NOT INVALID KEY
                   MOVE BalBalance TO FigBalance(WS-FIG-IX)
           END-READ

           MOVE ZERO TO FigItemCount(WS-FIG-IX)
           MOVE ZERO TO FigItemTotal(WS-FIG-IX)
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = WS-FIG-ACCT
                   ADD 1 TO FigItemCount(WS-FIG-IX)
                   ADD ItmAmount(WS-ITEM-IX) TO
                       FigItemTotal(WS-FIG-IX)
               END-IF
           END-PERFORM

           MOVE ZERO TO FigDunLevel(WS-FIG-IX)
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF CtlAcctNo(WS-CTL-IX) = WS-FIG-ACCT
                   MOVE CtlLevel(WS-CTL-IX) TO FigDunLevel(WS-FIG-IX)
               END-IF
           END-PERFORM

           MOVE ZERO TO FigPostedKeys(WS-FIG-IX)
           MOVE WS-FIG-ACCT TO PostAcctNo
           MOVE LOW-VALUES TO PostOrderDate
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START PostedOrderFile KEY IS >= PostOrderKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ PostedOrderFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF PostAcctNo = WS-FIG-ACCT
                           ADD 1 TO FigPostedKeys(WS-FIG-IX)
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO FigDisputes(WS-FIG-IX)
           MOVE WS-FIG-ACCT TO DspAcctNo
           MOVE LOW-VALUES TO DspOrderDate
           MOVE ZERO TO DspInvoiceNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START DisputeFile KEY IS >= DspKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ DisputeFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF DspAcctNo = WS-FIG-ACCT
                           IF DspOpen
                               ADD 1 TO FigDisputes(WS-FIG-IX)
                           END-IF
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO FigContracts(WS-FIG-IX)
           MOVE WS-FIG-ACCT TO CtrAcctNo
           MOVE ZERO TO CtrContractNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START ContractFile KEY IS >= CtrKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ContractFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CtrAcctNo = WS-FIG-ACCT
                           ADD 1 TO FigContracts(WS-FIG-IX)
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * The loser's balance record stays on file at zero; the
      * survivor's is created if it has never posted.
       MoveBalance.
           MOVE ZERO TO WS-MOVED-BALANCE
           MOVE WS-LOSER-ACCT TO BalAcctNo
           READ BalanceFile
               INVALID KEY
                   SET BalanceNotFound TO TRUE
               NOT INVALID KEY
                   SET BalanceFound TO TRUE
           END-READ
           IF BalanceFound AND BalBalance NOT = ZERO
               MOVE BalBalance TO WS-MOVED-BALANCE
               MOVE ZERO TO BalBalance
               REWRITE BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "MoveBalance: REWRITE failed for "
                           "account " WS-LOSER-ACCT ", status "
                           WS-BALANCE-STATUS
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
               MOVE WS-SURVIVOR-ACCT TO BalAcctNo
               READ BalanceFile
                   INVALID KEY
                       SET BalanceNotFound TO TRUE
                   NOT INVALID KEY
                       SET BalanceFound TO TRUE
               END-READ
               IF BalanceFound
                   ADD WS-MOVED-BALANCE TO BalBalance
                   REWRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "MoveBalance: REWRITE failed for "
                               "account " WS-SURVIVOR-ACCT ", status "
                               WS-BALANCE-STATUS
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
               ELSE
                   MOVE WS-SURVIVOR-ACCT TO BalAcctNo
                   MOVE WS-MOVED-BALANCE TO BalBalance
                   WRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "MoveBalance: WRITE failed for "
                               "account " WS-SURVIVOR-ACCT ", status "
                               WS-BALANCE-STATUS
                           MOVE 4 TO RETURN-CODE
                   END-WRITE
               END-IF
           END-IF.

      * Items keep their OrderDate and invoice number, so they age,
      * dun and print on the survivor's statement exactly as they
      * would have on the loser's.
       MoveOpenItems.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = WS-LOSER-ACCT
                   MOVE WS-SURVIVOR-ACCT TO ItmAcctNo(WS-ITEM-IX)
               END-IF
           END-PERFORM.

      * The survivor keeps whichever level is further along, so a
      * customer being chased under either account is not restarted
      * at the first letter. The loser's entry is blanked out and
      * not written back.
       MoveDunningLevel.
           MOVE ZERO TO WS-CTL-LOSER-IX
           MOVE ZERO TO WS-CTL-SURVIVOR-IX
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF CtlAcctNo(WS-CTL-IX) = WS-LOSER-ACCT
                   MOVE WS-CTL-IX TO WS-CTL-LOSER-IX
               END-IF
               IF CtlAcctNo(WS-CTL-IX) = WS-SURVIVOR-ACCT
                   MOVE WS-CTL-IX TO WS-CTL-SURVIVOR-IX
               END-IF
           END-PERFORM
           IF WS-CTL-LOSER-IX > ZERO
               IF WS-CTL-SURVIVOR-IX = ZERO
                   MOVE WS-SURVIVOR-ACCT TO CtlAcctNo(WS-CTL-LOSER-IX)
               ELSE
                   IF CtlLevel(WS-CTL-LOSER-IX) >
                           CtlLevel(WS-CTL-SURVIVOR-IX)
                       MOVE CtlLevel(WS-CTL-LOSER-IX) TO
                           CtlLevel(WS-CTL-SURVIVOR-IX)
                   END-IF
                   MOVE ZERO TO CtlAcctNo(WS-CTL-LOSER-IX)
               END-IF
           END-IF.

      * A key the survivor already holds (both accounts posted an
      * order on the same date) needs no second record - the
      * survivor's own entry already marks that date posted.
       MovePostedOrderKeys.
           MOVE ZERO TO WS-KEY-COUNT
           MOVE ZERO TO WS-KEYS-ALREADY-HELD
           MOVE WS-LOSER-ACCT TO PostAcctNo
           MOVE LOW-VALUES TO PostOrderDate
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START PostedOrderFile KEY IS >= PostOrderKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ PostedOrderFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF PostAcctNo NOT = WS-LOSER-ACCT
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF WS-KEY-COUNT >= WS-KEY-MAX
                               DISPLAY "MovePostedOrderKeys: key "
                                   "table full for account "
                                   WS-LOSER-ACCT ", remaining keys "
                                   "left under the loser"
                               MOVE 4 TO RETURN-CODE
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               ADD 1 TO WS-KEY-COUNT
                               MOVE PostOrderDate TO
                                   PkyOrderDate(WS-KEY-COUNT)
                               MOVE PostBusinessDate TO
                                   PkyBusinessDate(WS-KEY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
               MOVE WS-SURVIVOR-ACCT TO PostAcctNo
               MOVE PkyOrderDate(WS-KEY-IX) TO PostOrderDate
               MOVE PkyBusinessDate(WS-KEY-IX) TO PostBusinessDate
               WRITE POSTED-ORDER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEYS-ALREADY-HELD
               END-WRITE
               MOVE WS-LOSER-ACCT TO PostAcctNo
               MOVE PkyOrderDate(WS-KEY-IX) TO PostOrderDate
               DELETE PostedOrderFile RECORD
                   INVALID KEY
                       DISPLAY "MovePostedOrderKeys: DELETE failed "
                           "for account " WS-LOSER-ACCT " date "
                           PkyOrderDate(WS-KEY-IX)
                       MOVE 4 TO RETURN-CODE
               END-DELETE
           END-PERFORM.

      * Disputes follow their items: the key carries the account, so
      * each of the loser's dispute records (open or resolved) is
      * written again under the survivor and the old one deleted.
       MoveDisputes.
           MOVE ZERO TO WS-DSP-COUNT
           MOVE WS-LOSER-ACCT TO DspAcctNo
           MOVE LOW-VALUES TO DspOrderDate
           MOVE ZERO TO DspInvoiceNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START DisputeFile KEY IS >= DspKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ DisputeFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF DspAcctNo NOT = WS-LOSER-ACCT
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF WS-DSP-COUNT >= WS-DSP-MAX
                               DISPLAY "MoveDisputes: dispute table "
                                   "full for account " WS-LOSER-ACCT
                                   ", remaining disputes left under "
                                   "the loser"
                               MOVE 4 TO RETURN-CODE
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               ADD 1 TO WS-DSP-COUNT
                               MOVE DISPUTE-RECORD TO
                                   DspSavedRecord(WS-DSP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-DSP-IX FROM 1 BY 1
                   UNTIL WS-DSP-IX > WS-DSP-COUNT
               MOVE DspSavedRecord(WS-DSP-IX) TO DISPUTE-RECORD
               MOVE WS-SURVIVOR-ACCT TO DspAcctNo
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "MoveDisputes: survivor already holds "
                           "a dispute for " DspOrderDate " invoice "
                           DspInvoiceNo ", loser's kept"
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-LOSER-ACCT TO DspAcctNo
                       DELETE DisputeFile RECORD
                           INVALID KEY
                               DISPLAY "MoveDisputes: DELETE failed "
                                   "for account " WS-LOSER-ACCT
                               MOVE 4 TO RETURN-CODE
                       END-DELETE
               END-WRITE
           END-PERFORM.

      * Contracts follow the account like disputes, but a contract
      * number is only unique within its account, so each of the
      * loser's contracts (running or ended) is numbered after the
      * survivor's highest. The register notes every old and new
      * number for whoever maintains the contracts next.
       MoveContract.
           MOVE ZERO TO WS-CTR-COUNT
           MOVE WS-LOSER-ACCT TO CtrAcctNo
           MOVE ZERO TO CtrContractNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START ContractFile KEY IS >= CtrKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ContractFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CtrAcctNo NOT = WS-LOSER-ACCT
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF WS-CTR-COUNT >= WS-CTR-MAX
                               DISPLAY "MoveContract: contract table "
                                   "full for account " WS-LOSER-ACCT
                                   ", remaining contracts left under "
                                   "the loser"
                               MOVE 4 TO RETURN-CODE
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               ADD 1 TO WS-CTR-COUNT
                               MOVE CONTRACT-RECORD TO
                                   CtsSavedRecord(WS-CTR-COUNT)
                               MOVE CtrContractNo TO
                                   CtsOldContractNo(WS-CTR-COUNT)
                               MOVE ZERO TO
                                   CtsNewContractNo(WS-CTR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CTR-COUNT > ZERO
               PERFORM FindSurvivorLastContract
           END-IF
           PERFORM VARYING WS-CTR-IX FROM 1 BY 1
                   UNTIL WS-CTR-IX > WS-CTR-COUNT
               ADD 1 TO WS-SURVIVOR-LAST-CTR
               IF WS-SURVIVOR-LAST-CTR > 999
                   DISPLAY "MoveContract: survivor has no contract "
                       "numbers left, contract " WS-LOSER-ACCT "-"
                       CtsOldContractNo(WS-CTR-IX) " left under the "
                       "loser"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CtsSavedRecord(WS-CTR-IX) TO CONTRACT-RECORD
                   MOVE WS-SURVIVOR-ACCT TO CtrAcctNo
                   MOVE WS-SURVIVOR-LAST-CTR TO CtrContractNo
                   WRITE CONTRACT-RECORD
                       INVALID KEY
                           DISPLAY "MoveContract: WRITE failed for "
                               "contract " WS-SURVIVOR-ACCT "-"
                               CtrContractNo
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE CtrContractNo TO
                               CtsNewContractNo(WS-CTR-IX)
                           MOVE CtsSavedRecord(WS-CTR-IX) TO
                               CONTRACT-RECORD
                           DELETE ContractFile RECORD
                               INVALID KEY
                                   DISPLAY "MoveContract: DELETE "
                                       "failed for contract "
                                       WS-LOSER-ACCT "-"
                                       CtsOldContractNo(WS-CTR-IX)
                                   MOVE 4 TO RETURN-CODE
                           END-DELETE
                   END-WRITE
               END-IF
           END-PERFORM.

       FindSurvivorLastContract.
           MOVE ZERO TO WS-SURVIVOR-LAST-CTR
           MOVE WS-SURVIVOR-ACCT TO CtrAcctNo
           MOVE ZERO TO CtrContractNo
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START ContractFile KEY IS >= CtrKey
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ ContractFile NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CtrAcctNo = WS-SURVIVOR-ACCT
                           MOVE CtrContractNo TO WS-SURVIVOR-LAST-CTR
                       ELSE
                           SET END-OF-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       MarkLoserMerged.
           MOVE WS-LOSER-ACCT TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   DISPLAY "MarkLoserMerged: account " WS-LOSER-ACCT
                       " vanished from CUSTMAST"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   SET CustMastMerged TO TRUE
                   MOVE WS-SURVIVOR-ACCT TO CustMastMergedTo
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "MarkLoserMerged: REWRITE failed "
                               "for account " WS-LOSER-ACCT
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       WriteRegisterEntry.
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           MOVE WS-LOSER-ACCT TO REG-LOSER-ACCT
           MOVE WS-LOSER-NAME TO REG-LOSER-NAME
           MOVE WS-SURVIVOR-ACCT TO REG-SURVIVOR-ACCT
           MOVE WS-SURVIVOR-NAME TO REG-SURVIVOR-NAME
           WRITE RegisterRecord FROM REG-MERGE-LINE
           WRITE RegisterRecord FROM REG-COLUMN-HEADER
           MOVE "LOSER BEFORE:" TO REG-IMAGE-TAG
           MOVE WS-LOSER-ACCT TO REG-IMAGE-ACCT
           MOVE 1 TO WS-FIG-IX
           PERFORM WriteImageLine
           MOVE "SURVIVOR BEFORE:" TO REG-IMAGE-TAG
           MOVE WS-SURVIVOR-ACCT TO REG-IMAGE-ACCT
           MOVE 2 TO WS-FIG-IX
           PERFORM WriteImageLine
           MOVE "LOSER AFTER:" TO REG-IMAGE-TAG
           MOVE WS-LOSER-ACCT TO REG-IMAGE-ACCT
           MOVE 3 TO WS-FIG-IX
           PERFORM WriteImageLine
           MOVE "SURVIVOR AFTER:" TO REG-IMAGE-TAG
           MOVE WS-SURVIVOR-ACCT TO REG-IMAGE-ACCT
           MOVE 4 TO WS-FIG-IX
           PERFORM WriteImageLine
           MOVE SPACES TO REG-NOTE-TEXT
           STRING "LOSER NOW MERGED INTO " WS-SURVIVOR-ACCT
               DELIMITED BY SIZE INTO REG-NOTE-TEXT
           WRITE RegisterRecord FROM REG-NOTE-LINE
           IF WS-KEYS-ALREADY-HELD > ZERO
               MOVE SPACES TO REG-NOTE-TEXT
               STRING "POSTED KEYS ALREADY HELD BY SURVIVOR: "
                       WS-KEYS-ALREADY-HELD
                   DELIMITED BY SIZE INTO REG-NOTE-TEXT
               WRITE RegisterRecord FROM REG-NOTE-LINE
           END-IF
           PERFORM VARYING WS-CTR-IX FROM 1 BY 1
                   UNTIL WS-CTR-IX > WS-CTR-COUNT
               IF CtsNewContractNo(WS-CTR-IX) > ZERO
                   MOVE SPACES TO REG-NOTE-TEXT
                   STRING "CONTRACT " WS-LOSER-ACCT "-"
                           CtsOldContractNo(WS-CTR-IX) " IS NOW "
                           WS-SURVIVOR-ACCT "-"
                           CtsNewContractNo(WS-CTR-IX)
                       DELIMITED BY SIZE INTO REG-NOTE-TEXT
                   WRITE RegisterRecord FROM REG-NOTE-LINE
               END-IF
           END-PERFORM.

       WriteImageLine.
           MOVE FigStatus(WS-FIG-IX) TO REG-IMAGE-STATUS
           MOVE FigBalance(WS-FIG-IX) TO REG-IMAGE-BALANCE
           MOVE FigItemCount(WS-FIG-IX) TO REG-IMAGE-ITEMS
           MOVE FigItemTotal(WS-FIG-IX) TO REG-IMAGE-ITEM-TOTAL
           MOVE FigDunLevel(WS-FIG-IX) TO REG-IMAGE-DUN
           MOVE FigPostedKeys(WS-FIG-IX) TO REG-IMAGE-POSTED
           MOVE FigDisputes(WS-FIG-IX) TO REG-IMAGE-DISPUTES
           MOVE FigContracts(WS-FIG-IX) TO REG-IMAGE-CONTRACTS
           WRITE RegisterRecord FROM REG-IMAGE-LINE.

       WriteOpenItems.
           OPEN OUTPUT NewOpenItemFile
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               MOVE ItmAcctNo(WS-ITEM-IX) TO OpnAcctNo
               MOVE ItmOrderDate(WS-ITEM-IX) TO OpnOrderDate
               MOVE ItmAmount(WS-ITEM-IX) TO OpnAmount
               MOVE ItmInvoiceNo(WS-ITEM-IX) TO OpnInvoiceNo
               WRITE NewOpenItemLine FROM OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE NewOpenItemFile.

       WriteDunningControl.
           OPEN OUTPUT DunControlOut
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF CtlAcctNo(WS-CTL-IX) NOT = ZERO
                   MOVE CtlAcctNo(WS-CTL-IX) TO DcoAcctNo
                   MOVE CtlLevel(WS-CTL-IX) TO DcoLevel
                   WRITE DunControlOutRecord
               END-IF
           END-PERFORM
           CLOSE DunControlOut.

       WriteMergeRejectRecord.
           MOVE MtrLoserAcctNo TO MRejLoserAcctNo
           MOVE MtrSurvivorAcctNo TO MRejSurvivorAcctNo
           WRITE MergeRejectRecord
           ADD 1 TO WS-MERGES-REFUSED.
