       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubledgerProof.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Nothing proved that the three
      *                copies of the receivables position agreed: the
      *                balance master, the open items behind it, and
      *                the receivables account in the ledger. Every
      *                step that moves one of them moves the others in
      *                the same run, so a difference means a step
      *                failed half way or someone edited a file. This
      *                step runs nightly once the open items are final
      *                and GLExtract has sent the day, and proves (a)
      *                each account's open items on opnitem.txt sum to
      *                its BalBalance - open items for an account with
      *                no balance record count against a zero balance
      *                - and (b) the balmast.dat total ties to the
      *                running receivables figure GLExtract keeps on
      *                glarbal.txt for account 10200000. Balances whose
      *                account is not on CUSTMAST are listed too. Every
      *                exception is printed to sldproof.txt and the
      *                step ends RC=8, so RUNCLSST does not close the
      *                business date until the break is found.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BalanceFile ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BalAcctNo
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL ReceivablesControlFile
               ASSIGN TO "glarbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProofReport ASSIGN TO "sldproof.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BalanceFile.
       COPY BALREC.

       FD  OpenItemFile.
       COPY OPNREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  ReceivablesControlFile.
       COPY GLBREC.

       FD  ProofReport.
       01  ProofLine                   PIC X(100).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceFileOpenOK       VALUE '00' '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-ACCT-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ACCT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCT-IX                  PIC 9(5) VALUE ZERO.
       01  WS-ACCT-FOUND-IX            PIC 9(5) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  PrfAcctNo           PIC 9(6).
               10  PrfItemTotal        PIC S9(9)V99.
               10  PrfBalanceSeen      PIC X(1).

       01  WS-ACCOUNT-ITEMS            PIC S9(9)V99 VALUE ZERO.

       01  WS-BALANCE-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEM-GRAND-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-RUNNING               PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-RUN-DATE              PIC X(8) VALUE SPACES.

       01  WS-BALANCES-READ            PIC 9(7) VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-PROOF-SWITCH             PIC X(1) VALUE 'N'.
           88  PROOF-FAILED            VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  PRF-HEADING-LINE.
           05  FILLER                  PIC X(30) VALUE
                   "SUBLEDGER INTEGRITY PROOF  -  ".
           05  PRF-RUN-DATE            PIC X(10).

       01  PRF-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(17) VALUE
                   "      BALMAST".
           05  FILLER                  PIC X(17) VALUE
                   "       OPEN ITEMS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "EXCEPTION".

       01  PRF-DETAIL-LINE.
           05  PRF-DET-ACCT            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRF-DET-BALANCE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PRF-DET-ITEMS           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PRF-DET-NOTE            PIC X(30).

       01  PRF-AMOUNT-LINE.
           05  PRF-AMT-LABEL           PIC X(36).
           05  PRF-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  PRF-COUNT-LINE.
           05  PRF-CNT-LABEL           PIC X(36).
           05  PRF-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.

       01  PRF-VERDICT-LINE.
           05  PRF-VRD-LABEL           PIC X(36).
           05  PRF-VRD-TEXT            PIC X(16).

       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           PERFORM ReadRunControl
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)

           OPEN OUTPUT ProofReport
           PERFORM WriteProofHeading

           PERFORM AccumulateOpenItems

           OPEN INPUT CustMastFile
           OPEN INPUT BalanceFile
           IF NOT BalanceFileOpenOK
               DISPLAY "Main: unable to open BalanceFile, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ BalanceFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       PERFORM ProveOneBalance
               END-READ
           END-PERFORM
           CLOSE BalanceFile
           CLOSE CustMastFile

           PERFORM ListItemsWithoutBalance
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT

           PERFORM ReadReceivablesControl
           PERFORM WriteProofTotals

           IF PROOF-FAILED
               MOVE "RESULT: SUBLEDGER OUT OF BALANCE" TO ProofLine
               WRITE ProofLine
               DISPLAY "SubledgerProof: subledger is OUT OF BALANCE, "
                   "see sldproof.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "RESULT: SUBLEDGER IN BALANCE" TO ProofLine
               WRITE ProofLine
               DISPLAY "SubledgerProof: subledger is in balance"
           END-IF
           CLOSE ProofReport

           DISPLAY "Balances read: " WS-BALANCES-READ
           DISPLAY "Item/balance mismatches: " WS-MISMATCH-COUNT
           DISPLAY "Balances off CUSTMAST: " WS-ORPHAN-COUNT
           STOP RUN.

       ReadRunControl.
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

       WriteProofHeading.
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                   WS-CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO PRF-RUN-DATE
           WRITE ProofLine FROM PRF-HEADING-LINE
           WRITE ProofLine FROM PRF-COLUMN-HEADER.

      * One table entry per account carrying open items, netted as
      * the file is read; the balance pass then marks off each
      * account it finds a balance for.
       AccumulateOpenItems.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       PERFORM TallyOpenItem
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

       TallyOpenItem.
           ADD OpnAmount TO WS-ITEM-GRAND-TOTAL
           MOVE OpnAcctNo TO BalAcctNo
           PERFORM FindAccountEntry
           IF WS-ACCT-FOUND-IX = ZERO
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "TallyOpenItem: account table full, "
                       "proof abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE OpnAcctNo TO PrfAcctNo(WS-ACCT-COUNT)
               MOVE ZERO TO PrfItemTotal(WS-ACCT-COUNT)
               MOVE 'N' TO PrfBalanceSeen(WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IX
           END-IF
           ADD OpnAmount TO PrfItemTotal(WS-ACCT-FOUND-IX).

       FindAccountEntry.
           MOVE ZERO TO WS-ACCT-FOUND-IX
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-IX > ZERO
               IF PrfAcctNo(WS-ACCT-IX) = BalAcctNo
                   MOVE WS-ACCT-IX TO WS-ACCT-FOUND-IX
               END-IF
           END-PERFORM.

      * A zero balance with no customer harms nothing; any other
      * balance needs a customer to bill, dun or refund it.
       ProveOneBalance.
           ADD 1 TO WS-BALANCES-READ
           ADD BalBalance TO WS-BALANCE-TOTAL
           MOVE ZERO TO WS-ACCOUNT-ITEMS
           PERFORM FindAccountEntry
           IF WS-ACCT-FOUND-IX > ZERO
               MOVE PrfItemTotal(WS-ACCT-FOUND-IX) TO WS-ACCOUNT-ITEMS
               MOVE 'Y' TO PrfBalanceSeen(WS-ACCT-FOUND-IX)
           END-IF
           IF WS-ACCOUNT-ITEMS NOT = BalBalance
               ADD 1 TO WS-MISMATCH-COUNT
               SET PROOF-FAILED TO TRUE
               MOVE BalAcctNo TO PRF-DET-ACCT
               MOVE BalBalance TO PRF-DET-BALANCE
               MOVE WS-ACCOUNT-ITEMS TO PRF-DET-ITEMS
               MOVE "ITEMS DO NOT SUM TO BALANCE" TO PRF-DET-NOTE
               WRITE ProofLine FROM PRF-DETAIL-LINE
           END-IF
           IF BalBalance NOT = ZERO
               MOVE BalAcctNo TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       SET CustMastNotFound TO TRUE
                   NOT INVALID KEY
                       SET CustMastFound TO TRUE
               END-READ
               IF CustMastNotFound
                   ADD 1 TO WS-ORPHAN-COUNT
                   SET PROOF-FAILED TO TRUE
                   MOVE BalAcctNo TO PRF-DET-ACCT
                   MOVE BalBalance TO PRF-DET-BALANCE
                   MOVE WS-ACCOUNT-ITEMS TO PRF-DET-ITEMS
                   MOVE "NO CUSTMAST CUSTOMER" TO PRF-DET-NOTE
                   WRITE ProofLine FROM PRF-DETAIL-LINE
               END-IF
           END-IF.

      * Open items that net to zero with no balance behind them are
      * a settled account; anything else is receivables the master
      * has lost track of.
       ListItemsWithoutBalance.
           IF PrfBalanceSeen(WS-ACCT-IX) = 'N'
                   AND PrfItemTotal(WS-ACCT-IX) NOT = ZERO
               ADD 1 TO WS-MISMATCH-COUNT
               SET PROOF-FAILED TO TRUE
               MOVE PrfAcctNo(WS-ACCT-IX) TO PRF-DET-ACCT
               MOVE ZERO TO PRF-DET-BALANCE
               MOVE PrfItemTotal(WS-ACCT-IX) TO PRF-DET-ITEMS
               MOVE "ITEMS WITH NO BALANCE RECORD" TO PRF-DET-NOTE
               WRITE ProofLine FROM PRF-DETAIL-LINE
           END-IF.

      * GLExtract stamps the record with the business date it last
      * ran for; a figure from an earlier date means the GL step did
      * not complete tonight and there is nothing current to tie to.
       ReadReceivablesControl.
           OPEN INPUT ReceivablesControlFile
           READ ReceivablesControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GlbRunDate TO WS-GL-RUN-DATE
                   MOVE GlbRunBalance TO WS-GL-RUNNING
           END-READ
           CLOSE ReceivablesControlFile.

       WriteProofTotals.
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE "BALANCES READ" TO PRF-CNT-LABEL
           MOVE WS-BALANCES-READ TO PRF-CNT-VALUE
           WRITE ProofLine FROM PRF-COUNT-LINE
           MOVE "ACCOUNTS ITEMS NOT = BALANCE" TO PRF-CNT-LABEL
           MOVE WS-MISMATCH-COUNT TO PRF-CNT-VALUE
           WRITE ProofLine FROM PRF-COUNT-LINE
           MOVE "BALANCES WITH NO CUSTMAST CUSTOMER" TO PRF-CNT-LABEL
           MOVE WS-ORPHAN-COUNT TO PRF-CNT-VALUE
           WRITE ProofLine FROM PRF-COUNT-LINE

           MOVE "BALMAST.DAT TOTAL" TO PRF-AMT-LABEL
           MOVE WS-BALANCE-TOTAL TO PRF-AMT-VALUE
           WRITE ProofLine FROM PRF-AMOUNT-LINE
           MOVE "OPNITEM.TXT TOTAL" TO PRF-AMT-LABEL
           MOVE WS-ITEM-GRAND-TOTAL TO PRF-AMT-VALUE
           WRITE ProofLine FROM PRF-AMOUNT-LINE
           MOVE "GL RECEIVABLES 10200000 RUNNING" TO PRF-AMT-LABEL
           MOVE WS-GL-RUNNING TO PRF-AMT-VALUE
           WRITE ProofLine FROM PRF-AMOUNT-LINE

           MOVE "ITEMS LEG (PER ACCOUNT)" TO PRF-VRD-LABEL
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "IN BALANCE" TO PRF-VRD-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VRD-TEXT
           END-IF
           WRITE ProofLine FROM PRF-VERDICT-LINE

           MOVE "GL LEG (BALMAST = GL RUNNING)" TO PRF-VRD-LABEL
           IF WS-GL-RUN-DATE NOT = WS-BUSINESS-DATE
               MOVE "NOT CURRENT" TO PRF-VRD-TEXT
               SET PROOF-FAILED TO TRUE
           ELSE
               IF WS-BALANCE-TOTAL = WS-GL-RUNNING
                   MOVE "IN BALANCE" TO PRF-VRD-TEXT
               ELSE
                   MOVE "OUT OF BALANCE" TO PRF-VRD-TEXT
                   SET PROOF-FAILED TO TRUE
               END-IF
           END-IF
           WRITE ProofLine FROM PRF-VERDICT-LINE.
