       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMaintenance.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. A customer querying an invoice
      *                kept getting dunned and finance-charged on it
      *                while the query was worked, because nothing
      *                recorded that the item was in dispute. This
      *                program applies a dispute transaction file
      *                (dsptran.txt) to the disputed-item master
      *                (dispute.dat, DSPREC): an open names a specific
      *                open item by account, OrderDate and invoice
      *                number, with a reason code and the owner
      *                working it; a resolve closes the dispute with a
      *                resolution code and who resolved it. The item
      *                must be on opnitem.txt, open for a positive
      *                amount, to be disputed. Every action applied is
      *                appended to the dispute log (dsplog.txt) with
      *                the business date, so the log is the permanent
      *                history of each dispute; refused transactions
      *                go to dsprej.txt with a reason. Collections
      *                runs it on demand (DSPJOB).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeTranFile ASSIGN TO "dsptran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT OPTIONAL DisputeLogFile ASSIGN TO "dsplog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DisputeRejectFile ASSIGN TO "dsprej.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeTranFile.
       01  DisputeTranRecord.
           05  DtrAction               PIC X(1).
               88  DtrActionOpen       VALUE 'O'.
               88  DtrActionResolve    VALUE 'R'.
           05  DtrAcctNo               PIC X(6).
           05  DtrOrderDate            PIC X(8).
           05  DtrInvoiceNo            PIC X(8).
           05  DtrReasonCode           PIC X(2).
           05  DtrResolutionCode       PIC X(2).
           05  DtrOwner                PIC X(8).

       FD  DisputeFile.
       COPY DSPREC.

       FD  OpenItemFile.
       COPY OPNREC.

       FD  DisputeLogFile.
       01  DisputeLogRecord            PIC X(132).

       FD  DisputeRejectFile.
       01  DisputeRejectRecord.
           05  DRejAction              PIC X(1).
           05  DRejAcctNo              PIC X(6).
           05  DRejOrderDate           PIC X(8).
           05  DRejInvoiceNo           PIC X(8).
           05  DRejReasonCode          PIC X(2).
           05  DRejResolutionCode      PIC X(2).
           05  DRejOwner               PIC X(8).
           05  DRejReason              PIC X(40).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  DisputeTranFileOK       VALUE '00'.

       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.
           88  DisputeFound            VALUE '00'.
           88  DisputeNotFound         VALUE '23'.

       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-EDIT-SWITCH              PIC X(1).
           88  TRANSACTION-IS-VALID    VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * The open items, with duplicate keys netted into one entry, so
      * an open can be checked against the item's current balance.
       01  WS-ITEM-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-IX                  PIC 9(5) VALUE ZERO.
       01  WS-ITEM-FOUND-IX            PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 5000 TIMES.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmInvoiceNo        PIC 9(8).
               10  ItmAmount           PIC S9(7)V99.

      * The invoice number is optional on the transaction - items
      * never invoiced carry zero - so it is edited through a
      * numeric view once blanks have been taken as zero.
       01  WS-INVOICE-TEXT             PIC X(8).
       01  WS-INVOICE-NUM REDEFINES WS-INVOICE-TEXT
                                       PIC 9(8).

       01  WS-OPENED-NUM               PIC 9(8) VALUE ZERO.
       01  WS-RESOLVED-NUM             PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OUTSTANDING         PIC S9(7) VALUE ZERO.

       01  WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01  WS-DISPUTES-OPENED          PIC 9(7) VALUE ZERO.
       01  WS-DISPUTES-RESOLVED        PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(7) VALUE ZERO.

       01  LOG-DETAIL-LINE.
           05  LOG-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LOG-ACTION              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "ACCT ".
           05  LOG-ACCT-NO             PIC 9(6).
           05  FILLER                  PIC X(7) VALUE "  DATE ".
           05  LOG-ORDER-DATE          PIC X(8).
           05  FILLER                  PIC X(6) VALUE "  INV ".
           05  LOG-INVOICE-NO          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LOG-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  REASON ".
           05  LOG-REASON              PIC X(2).
           05  FILLER                  PIC X(8) VALUE "  OWNER ".
           05  LOG-OWNER               PIC X(8).
           05  FILLER                  PIC X(13) VALUE
                   "  RESOLUTION ".
           05  LOG-RESOLUTION          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LOG-DAYS-TEXT           PIC X(5).
           05  LOG-DAYS                PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           PERFORM LoadOpenItems

           OPEN INPUT DisputeTranFile
           IF NOT DisputeTranFileOK
               DISPLAY "Main: unable to open DisputeTranFile, "
                   "status " WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Status '05' here is the OPTIONAL master being created by the
      * very first dispute opened - a normal open, not a failure.
           OPEN I-O DisputeFile
           IF NOT DisputeOpenOK
               DISPLAY "Main: unable to open DisputeFile, status "
                   WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND DisputeLogFile
           OPEN OUTPUT DisputeRejectFile

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ DisputeTranFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM ApplyTransaction
               END-READ
           END-PERFORM

           CLOSE DisputeTranFile
           CLOSE DisputeFile
           CLOSE DisputeLogFile
           CLOSE DisputeRejectFile

           DISPLAY "Dispute transactions read: " WS-TRANS-READ
           DISPLAY "Disputes opened: " WS-DISPUTES-OPENED
           DISPLAY "Disputes resolved: " WS-DISPUTES-RESOLVED
           DISPLAY "Dispute transactions rejected: "
               WS-TRANS-REJECTED
           STOP RUN.

      * Opened and resolved dates are business dates, so the days a
      * dispute has been outstanding count the same way everywhere.
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
                       PERFORM AddOpenItem
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

       AddOpenItem.
           MOVE ZERO TO WS-ITEM-FOUND-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-IX > ZERO
               IF ItmAcctNo(WS-ITEM-IX) = OpnAcctNo
                       AND ItmOrderDate(WS-ITEM-IX) = OpnOrderDate
                       AND ItmInvoiceNo(WS-ITEM-IX) = OpnInvoiceNo
                   MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND-IX > ZERO
               ADD OpnAmount TO ItmAmount(WS-ITEM-FOUND-IX)
           ELSE
               IF WS-ITEM-COUNT >= WS-ITEM-MAX
                   DISPLAY "AddOpenItem: item table full, item for "
                       OpnAcctNo " cannot be disputed this run"
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE OpnAcctNo TO ItmAcctNo(WS-ITEM-COUNT)
                   MOVE OpnOrderDate TO ItmOrderDate(WS-ITEM-COUNT)
                   MOVE OpnInvoiceNo TO ItmInvoiceNo(WS-ITEM-COUNT)
                   MOVE OpnAmount TO ItmAmount(WS-ITEM-COUNT)
               END-IF
           END-IF.

      * Both actions name the item the same way; the key edits are
      * shared and the key is built here for the dispute READ.
       ApplyTransaction.
           MOVE 'Y' TO WS-EDIT-SWITCH
           MOVE DtrInvoiceNo TO WS-INVOICE-TEXT
           IF WS-INVOICE-TEXT = SPACES
               MOVE ZERO TO WS-INVOICE-NUM
           END-IF
           EVALUATE TRUE
               WHEN DtrAcctNo IS NOT NUMERIC
                   MOVE "Account number is not numeric" TO DRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN DtrOrderDate IS NOT NUMERIC
                   MOVE "Order date is not numeric" TO DRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN WS-INVOICE-TEXT IS NOT NUMERIC
                   MOVE "Invoice number is not numeric" TO DRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
               WHEN DtrOwner = SPACES
                   MOVE "Owner is blank" TO DRejReason
                   MOVE 'N' TO WS-EDIT-SWITCH
           END-EVALUATE
           IF NOT TRANSACTION-IS-VALID
               PERFORM WriteDisputeRejectRecord
           ELSE
               MOVE DtrAcctNo TO DspAcctNo
               MOVE DtrOrderDate TO DspOrderDate
               MOVE WS-INVOICE-NUM TO DspInvoiceNo
               EVALUATE TRUE
                   WHEN DtrActionOpen
                       PERFORM OpenDispute
                   WHEN DtrActionResolve
                       PERFORM ResolveDispute
                   WHEN OTHER
                       MOVE "Action is not O or R" TO DRejReason
                       PERFORM WriteDisputeRejectRecord
               END-EVALUATE
           END-IF.

      * Only an item still open for a positive amount can be
      * disputed - a credit is not something the customer is being
      * chased for. An item disputed before and since resolved is
      * reopened in place with the new reason and owner.
       OpenDispute.
           MOVE DtrReasonCode TO DspReasonCode
           IF NOT DspReasonValid
               MOVE "Reason is not PR, QT, DM, NR, DB or OT" TO
                   DRejReason
               PERFORM WriteDisputeRejectRecord
           ELSE
               PERFORM FindDisputedItem
               IF WS-ITEM-FOUND-IX = ZERO
                   MOVE "Item is not on the open-item file" TO
                       DRejReason
                   PERFORM WriteDisputeRejectRecord
               ELSE
                   IF ItmAmount(WS-ITEM-FOUND-IX) NOT > ZERO
                       MOVE "Item has no balance to dispute" TO
                           DRejReason
                       PERFORM WriteDisputeRejectRecord
                   ELSE
                       READ DisputeFile
                           INVALID KEY
                               SET DisputeNotFound TO TRUE
                           NOT INVALID KEY
                               SET DisputeFound TO TRUE
                       END-READ
                       IF DisputeFound AND DspOpen
                           MOVE "Item is already in dispute" TO
                               DRejReason
                           PERFORM WriteDisputeRejectRecord
                       ELSE
                           PERFORM WriteOpenedDispute
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindDisputedItem.
           MOVE ZERO TO WS-ITEM-FOUND-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-IX > ZERO
               IF ItmAcctNo(WS-ITEM-IX) = DspAcctNo
                       AND ItmOrderDate(WS-ITEM-IX) = DspOrderDate
                       AND ItmInvoiceNo(WS-ITEM-IX) = DspInvoiceNo
                   MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
               END-IF
           END-PERFORM.

      * The READ above leaves the key in place either way; a resolved
      * record is rewritten, a new one written.
       WriteOpenedDispute.
           SET DspOpen TO TRUE
           MOVE DtrReasonCode TO DspReasonCode
           MOVE DtrOwner TO DspOwner
           MOVE ItmAmount(WS-ITEM-FOUND-IX) TO DspAmount
           MOVE WS-BUSINESS-DATE TO DspOpenedDate
           MOVE SPACES TO DspResolvedDate
           MOVE SPACES TO DspResolutionCode
           MOVE SPACES TO DspResolvedBy
           IF DisputeFound
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       MOVE "REWRITE rejected by dispute file" TO
                           DRejReason
                       PERFORM WriteDisputeRejectRecord
                   NOT INVALID KEY
                       PERFORM LogOpenedDispute
               END-REWRITE
           ELSE
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       MOVE "WRITE rejected by dispute file" TO
                           DRejReason
                       PERFORM WriteDisputeRejectRecord
                   NOT INVALID KEY
                       PERFORM LogOpenedDispute
               END-WRITE
           END-IF.

       LogOpenedDispute.
           MOVE "OPENED" TO LOG-ACTION
           MOVE SPACES TO LOG-DAYS-TEXT
           MOVE ZERO TO WS-DAYS-OUTSTANDING
           PERFORM WriteDisputeLogLine
           ADD 1 TO WS-DISPUTES-OPENED.

       ResolveDispute.
           MOVE DtrResolutionCode TO DspResolutionCode
           IF NOT DspResolutionValid
               MOVE "Resolution is not CR, UP or WD" TO DRejReason
               PERFORM WriteDisputeRejectRecord
           ELSE
               READ DisputeFile
                   INVALID KEY
                       SET DisputeNotFound TO TRUE
                   NOT INVALID KEY
                       SET DisputeFound TO TRUE
               END-READ
               IF DisputeNotFound OR NOT DspOpen
                   MOVE "No open dispute on item" TO DRejReason
                   PERFORM WriteDisputeRejectRecord
               ELSE
                   SET DspResolved TO TRUE
                   MOVE DtrResolutionCode TO DspResolutionCode
                   MOVE DtrOwner TO DspResolvedBy
                   MOVE WS-BUSINESS-DATE TO DspResolvedDate
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           MOVE "REWRITE rejected by dispute file" TO
                               DRejReason
                           PERFORM WriteDisputeRejectRecord
                       NOT INVALID KEY
                           PERFORM LogResolvedDispute
                   END-REWRITE
               END-IF
           END-IF.

      * The resolved line carries how long the dispute was open,
      * in days from the business date it was opened.
       LogResolvedDispute.
           MOVE "RESOLVED" TO LOG-ACTION
           MOVE DspOpenedDate TO WS-OPENED-NUM
           MOVE DspResolvedDate TO WS-RESOLVED-NUM
           COMPUTE WS-DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE(WS-RESOLVED-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM)
           MOVE "DAYS " TO LOG-DAYS-TEXT
           PERFORM WriteDisputeLogLine
           ADD 1 TO WS-DISPUTES-RESOLVED.

       WriteDisputeLogLine.
           MOVE WS-BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE DspAcctNo TO LOG-ACCT-NO
           MOVE DspOrderDate TO LOG-ORDER-DATE
           MOVE DspInvoiceNo TO LOG-INVOICE-NO
           MOVE DspAmount TO LOG-AMOUNT
           MOVE DspReasonCode TO LOG-REASON
           MOVE DtrOwner TO LOG-OWNER
           MOVE DspResolutionCode TO LOG-RESOLUTION
           MOVE WS-DAYS-OUTSTANDING TO LOG-DAYS
           WRITE DisputeLogRecord FROM LOG-DETAIL-LINE.

       WriteDisputeRejectRecord.
           MOVE DtrAction TO DRejAction
           MOVE DtrAcctNo TO DRejAcctNo
           MOVE DtrOrderDate TO DRejOrderDate
           MOVE DtrInvoiceNo TO DRejInvoiceNo
           MOVE DtrReasonCode TO DRejReasonCode
           MOVE DtrResolutionCode TO DRejResolutionCode
           MOVE DtrOwner TO DRejOwner
           WRITE DisputeRejectRecord
           ADD 1 TO WS-TRANS-REJECTED.
