       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadDebtWriteOff.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Uncollectable items used to
      *                stay on opnitem.txt until someone keyed a
      *                fake adjustment through a branch extract,
      *                which booked the loss to sales returns and
      *                reopened the order key. This step runs after
      *                the cash step and reads the approved write-off
      *                file (wrtoff.txt) - one record per open item
      *                credit has agreed to write off, carrying the
      *                account, the item's OrderDate, the amount
      *                approved and the approval reference. Each
      *                item found on the open-item file at exactly
      *                the approved amount is cleared, its amount
      *                comes off BalBalance, and the write-off is
      *                journaled under the WRITTEN-OFF disposition so
      *                GLExtract books it to bad-debt expense and
      *                OrderReconcile proves it against the counts
      *                this step writes to wrtctl.txt. An item that
      *                has been part-paid or closed since approval
      *                no longer matches and is rejected to
      *                wrtrej.txt with a reason rather than guessed
      *                at. The write-off register (wrtreg.txt) lists
      *                every transaction and its outcome, with a
      *                signature block for the controller. The
      *                surviving items come out in opnitem.new for
      *                the job to swap in, the same way the cash
      *                step hands them on.
      *    2026-10-15  OPNREC gained OpnInvoiceNo and JRNREC gained
      *                JrnInvoiceNo. Surviving open items carry their
      *                invoice number through the rewrite; this
      *                step's journal entries are not invoices and
      *                carry zero.
      *    2026-10-15  JRNREC gained JrnFiscalPeriod and
      *                JrnPeriodFlag for orders posted into the open
      *                period; this step's entries are not orders and
      *                carry spaces in both.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WriteOffTranFile ASSIGN TO "wrtoff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL CustMastFile ASSIGN TO "custmast.dat"
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
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewOpenItemFile ASSIGN TO "opnitem.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WriteOffRejectFile ASSIGN TO "wrtrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "wrtreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WriteOffControlFile ASSIGN TO "wrtctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The account comes in as text so a mis-keyed number rejects
      * instead of abending the numeric compare.
       FD  WriteOffTranFile.
       01  WriteOffTranRecord.
           05  WofAcctNo               PIC X(6).
           05  WofItemDate             PIC X(8).
           05  WofAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  WofApprovalRef          PIC X(10).
           05  WofReason               PIC X(30).

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

       FD  JournalFile.
       COPY JRNREC.

       FD  WriteOffRejectFile.
       01  WriteOffRejectRecord.
           05  WRejAcctNo              PIC X(6).
           05  WRejItemDate            PIC X(8).
           05  WRejAmount              PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  WRejApprovalRef         PIC X(10).
           05  WRejReason              PIC X(40).

       FD  RegisterFile.
       01  RegisterRecord              PIC X(132).

       FD  WriteOffControlFile.
       01  WriteOffControlRecord.
           05  WctTransRead            PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WctItemsWrittenOff      PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WctTransRejected        PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WctAmountWrittenOff     PIC 9(11)V99.

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WriteOffTranFileOK      VALUE '00' '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.
           88  CustMastOpenOK          VALUE '00' '05'.

       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceRecordFound      VALUE '00'.
           88  BalanceRecordAbsent     VALUE '23'.
           88  BalanceFileOpenOK       VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-ITEM-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-IX                  PIC 9(5) VALUE ZERO.
       01  WS-ITEM-FOUND-IX            PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 5000 TIMES.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmAmount           PIC S9(7)V99.
               10  ItmInvoiceNo        PIC 9(8).

       01  WS-WRITEOFF-ACCT-NO         PIC 9(6) VALUE ZERO.
       01  WS-NEW-BALANCE              PIC S9(9)V99 VALUE ZERO.
       01  WS-REGISTER-NAME            PIC X(30).

       01  WS-TRANS-READ               PIC 9(10) VALUE ZERO.
       01  WS-ITEMS-WRITTEN-OFF        PIC 9(10) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(10) VALUE ZERO.
       01  WS-AMOUNT-WRITTEN-OFF       PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEMS-CARRIED            PIC 9(10) VALUE ZERO.

       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  REG-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
                   "BAD-DEBT WRITE-OFF REGISTER".

       01  REG-COLUMN-HEADER.
           05  FILLER                  PIC X(6) VALUE "ACCT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ITEMDATE".
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "APPROVAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   "WRITE-OFF REASON".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "OUTCOME".

       01  REG-DETAIL-LINE.
           05  REG-DET-ACCT            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-CUSTOMER        PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-APPROVAL        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-REASON          PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REG-DET-OUTCOME         PIC X(40).

       01  REG-COUNT-LINE.
           05  REG-CNT-LABEL           PIC X(30).
           05  REG-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.

       01  REG-AMOUNT-LINE.
           05  REG-AMT-LABEL           PIC X(30).
           05  REG-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  REG-SIGNATURE-LINE.
           05  FILLER                  PIC X(30) VALUE
                   "APPROVED (CONTROLLER):".
           05  FILLER                  PIC X(40) VALUE ALL "_".
           05  FILLER                  PIC X(10) VALUE "   DATE: ".
           05  FILLER                  PIC X(12) VALUE ALL "_".

       PROCEDURE DIVISION.
       Main.
           PERFORM CheckRunControl
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)

      * Status '05' is the OPTIONAL master not existing yet - every
      * write-off then lists without a name, but nothing depends on
      * the name, so the run is still valid.
           OPEN INPUT CustMastFile
           IF NOT CustMastOpenOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O BalanceFile
           IF NOT BalanceFileOpenOK
               DISPLAY "Main: unable to open BalanceFile, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadOpenItems

      * Write-offs ride on the end of the day's journal behind the
      * cash entries, so the reconciliation and GL steps see them.
           OPEN EXTEND JournalFile
           OPEN OUTPUT WriteOffRejectFile
           OPEN OUTPUT RegisterFile
           PERFORM WriteRegisterHeading

      * No approved file is the normal night - the survivors are
      * still written so the swap step always has a file to move.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WriteOffTranFile
           IF NOT WriteOffTranFileOK
               DISPLAY "Main: unable to open WriteOffTranFile, "
                   "status " WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE-HIT
               READ WriteOffTranFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM ApplyWriteOff
               END-READ
           END-PERFORM
           CLOSE WriteOffTranFile

           PERFORM WriteSurvivingItems
           PERFORM WriteRegisterTotals

           CLOSE CustMastFile
           CLOSE BalanceFile
           CLOSE JournalFile
           CLOSE WriteOffRejectFile
           CLOSE RegisterFile

           PERFORM WriteWriteOffControlRecord

           DISPLAY "Write-off transactions read: " WS-TRANS-READ
           DISPLAY "Items written off: " WS-ITEMS-WRITTEN-OFF
           DISPLAY "Write-off transactions rejected: "
               WS-TRANS-REJECTED
           DISPLAY "Amount written off: " WS-AMOUNT-WRITTEN-OFF
           STOP RUN.

      * A write-off moves money off the balance master, so like
      * BalancePost it only runs inside a business date that
      * RunControlOpen has opened. Absent runctl.txt (an ad-hoc run
      * outside the job) the clock date stands in.
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
                           "write-off refused"
                       CLOSE RunControlFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RunControlFile.

      * The whole open-item file comes into the table so approved
      * items can be cleared and the survivors written back in one
      * pass. Overflowing the table would mean silently losing open
      * receivables on the rewrite, so the run stops instead.
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

      * Approval was given for a specific item at a specific amount.
      * If cash has touched the item since, the amount no longer
      * matches and the write-off goes back to credit rather than
      * clearing a figure nobody signed for.
       ApplyWriteOff.
           MOVE SPACES TO WS-REGISTER-NAME
           IF WofAcctNo IS NOT NUMERIC
               MOVE "Account number is not numeric" TO WRejReason
               PERFORM WriteWriteOffReject
           ELSE
               IF WofAmount IS NOT NUMERIC OR WofAmount NOT > ZERO
                   MOVE "Amount is not a positive number" TO
                       WRejReason
                   PERFORM WriteWriteOffReject
               ELSE
                   MOVE WofAcctNo TO WS-WRITEOFF-ACCT-NO
                   PERFORM LookupCustomerName
                   PERFORM FindApprovedItem
                   IF WS-ITEM-FOUND-IX = ZERO
                       MOVE "Open item not found at approved amount"
                           TO WRejReason
                       PERFORM WriteWriteOffReject
                   ELSE
                       PERFORM PostWriteOff
                   END-IF
               END-IF
           END-IF.

      * The name is for the register and journal only - an account
      * missing from CUSTMAST still carries receivables that can be
      * written off.
       LookupCustomerName.
           MOVE WS-WRITEOFF-ACCT-NO TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   SET CustMastNotFound TO TRUE
               NOT INVALID KEY
                   SET CustMastFound TO TRUE
           END-READ
           IF CustMastFound
               MOVE CustMastName TO WS-REGISTER-NAME
           ELSE
               MOVE "(not on CUSTMAST)" TO WS-REGISTER-NAME
           END-IF.

       FindApprovedItem.
           MOVE ZERO TO WS-ITEM-FOUND-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-IX > ZERO
               IF ItmAcctNo(WS-ITEM-IX) = WS-WRITEOFF-ACCT-NO
                       AND ItmOrderDate(WS-ITEM-IX) = WofItemDate
                       AND ItmAmount(WS-ITEM-IX) = WofAmount
                   MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
               END-IF
           END-PERFORM.

      * An open item with no balance record behind it is a subledger
      * break for the integrity proof to surface, not something to
      * paper over by inventing a balance here.
       PostWriteOff.
           MOVE WS-WRITEOFF-ACCT-NO TO BalAcctNo
           READ BalanceFile
               INVALID KEY
                   SET BalanceRecordAbsent TO TRUE
               NOT INVALID KEY
                   SET BalanceRecordFound TO TRUE
           END-READ
           IF BalanceRecordAbsent
               MOVE "Account not on balance master" TO WRejReason
               PERFORM WriteWriteOffReject
           ELSE
               SUBTRACT WofAmount FROM BalBalance
               REWRITE BALANCE-RECORD
               MOVE BalBalance TO WS-NEW-BALANCE
               MOVE ZERO TO ItmAmount(WS-ITEM-FOUND-IX)
               ADD 1 TO WS-ITEMS-WRITTEN-OFF
               ADD WofAmount TO WS-AMOUNT-WRITTEN-OFF
               PERFORM WriteWriteOffJournalRecord
               MOVE "WRITTEN OFF" TO REG-DET-OUTCOME
               PERFORM WriteRegisterDetailLine
           END-IF.

      * Closed and written-off items drop off the file; everything
      * else carries forward unchanged.
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
                   ADD 1 TO WS-ITEMS-CARRIED
               END-IF
           END-PERFORM
           CLOSE NewOpenItemFile.

       WriteWriteOffReject.
           MOVE WofAcctNo TO WRejAcctNo
           MOVE WofItemDate TO WRejItemDate
           MOVE WofAmount TO WRejAmount
           MOVE WofApprovalRef TO WRejApprovalRef
           WRITE WriteOffRejectRecord
           ADD 1 TO WS-TRANS-REJECTED
           MOVE WRejReason TO REG-DET-OUTCOME
           PERFORM WriteRegisterDetailLine.

      * The written-off amount goes in the posted column; the running
      * balance column carries the account's balance after it, the
      * same way the cash entries do.
       WriteWriteOffJournalRecord.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-JOURNAL-TIMESTAMP(1:8)
           MOVE WS-JOURNAL-TIMESTAMP TO JrnTimestamp
           MOVE "WRITTEN-OFF" TO JrnDisposition
           MOVE 'W' TO JrnRecordType
           IF CustMastFound
               MOVE CustMastName TO JrnCustomerName
           ELSE
               MOVE SPACES TO JrnCustomerName
           END-IF
           MOVE WofItemDate TO JrnOrderDate
           MOVE WofAmount TO JrnTotalAmount
           MOVE SPACES TO JrnTotalAmountRaw
           MOVE WS-NEW-BALANCE TO JrnLineItemTotal
           MOVE SPACES TO JrnBranchCode
           MOVE SPACES TO JrnCurrencyCode
           MOVE WofAmount TO JrnOrigAmount
           MOVE ZERO TO JrnTaxAmount
           MOVE SPACES TO JrnTaxCode
           MOVE WS-WRITEOFF-ACCT-NO TO JrnAcctNo
           MOVE ZERO TO JrnInvoiceNo
           MOVE SPACES TO JrnFiscalPeriod
           MOVE SPACES TO JrnPeriodFlag
           WRITE JOURNAL-RECORD.

       WriteRegisterHeading.
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                   WS-CURRENT-DATE(1:4)
               DELIMITED BY SIZE INTO REG-RUN-DATE
           WRITE RegisterRecord FROM REG-HEADING-LINE
           WRITE RegisterRecord FROM REG-COLUMN-HEADER.

       WriteRegisterDetailLine.
           MOVE WofAcctNo TO REG-DET-ACCT
           MOVE WS-REGISTER-NAME TO REG-DET-CUSTOMER
           MOVE WofItemDate TO REG-DET-DATE
           IF WofAmount IS NUMERIC
               MOVE WofAmount TO REG-DET-AMOUNT
           ELSE
               MOVE ZERO TO REG-DET-AMOUNT
           END-IF
           MOVE WofApprovalRef TO REG-DET-APPROVAL
           MOVE WofReason TO REG-DET-REASON
           WRITE RegisterRecord FROM REG-DETAIL-LINE.

      * The signature block goes on every register, even a night with
      * nothing written off, so the controller signs for the run and
      * not just for the lines.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           MOVE "TRANSACTIONS READ: " TO REG-CNT-LABEL
           MOVE WS-TRANS-READ TO REG-CNT-VALUE
           WRITE RegisterRecord FROM REG-COUNT-LINE
           MOVE "ITEMS WRITTEN OFF: " TO REG-CNT-LABEL
           MOVE WS-ITEMS-WRITTEN-OFF TO REG-CNT-VALUE
           WRITE RegisterRecord FROM REG-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED: " TO REG-CNT-LABEL
           MOVE WS-TRANS-REJECTED TO REG-CNT-VALUE
           WRITE RegisterRecord FROM REG-COUNT-LINE
           MOVE "TOTAL WRITTEN OFF: " TO REG-AMT-LABEL
           MOVE WS-AMOUNT-WRITTEN-OFF TO REG-AMT-VALUE
           WRITE RegisterRecord FROM REG-AMOUNT-LINE
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           WRITE RegisterRecord FROM REG-SIGNATURE-LINE.

       WriteWriteOffControlRecord.
           OPEN OUTPUT WriteOffControlFile
           MOVE WS-TRANS-READ TO WctTransRead
           MOVE WS-ITEMS-WRITTEN-OFF TO WctItemsWrittenOff
           MOVE WS-TRANS-REJECTED TO WctTransRejected
           MOVE WS-AMOUNT-WRITTEN-OFF TO WctAmountWrittenOff
           WRITE WriteOffControlRecord
           CLOSE WriteOffControlFile.
