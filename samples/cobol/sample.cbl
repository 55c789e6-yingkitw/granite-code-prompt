      *                An account of zero is a name the merge could
      *                not translate; it fails the master read and
      *                rejects, as unmatched names always have.
      *    2026-10-15  Invoice numbering. Every POSTED-CHARGE takes
      *                the next number from the invoice control
      *                record (invctl.txt, INVREC), carried on the
      *                journal's new JrnInvoiceNo column and from
      *                there onto the open item, the invoice print,
      *                statements and dunning letters. Adjustments and
      *                the non-posted dispositions carry zero. The
      *                last number issued rides in the checkpoint
      *                record, so a restarted run carries on from
      *                where the abended one stopped, and is written
      *                back to the control record at end of run.
      *    2026-10-15  Closed-period lockout. The fiscal period calendar
      *                (percal.txt, PERREC) is loaded at startup, and
      *                the run posts into the current open period - the
      *                open period ending soonest on or after the
      *                business date - carried on the journal's new
      *                JrnFiscalPeriod column. A posted order whose
      *                OrderDate falls in a period PeriodClose has
      *                closed still posts (and still ages from its own
      *                OrderDate) but into the open period: the journal
      *                entry is flagged in JrnPeriodFlag, its report
      *                line carries a CLOSED PD note, and the report
      *                closes with the count of such orders, which rides
      *                in the checkpoint record. No calendar flags
      *                nothing.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TaxRateFile ASSIGN TO "taxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL InvoiceControlFile ASSIGN TO "invctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
               10  CkpBrLineItemCount  PIC 9(10).
               10  CkpBrTotalSales     PIC S9(10)V99
                                       SIGN IS TRAILING SEPARATE.
           05  CkpLastInvoiceNo        PIC 9(8).
           05  CkpClosedPeriodCount    PIC 9(10).

       FD  DateExceptionFile.
       01  DateExceptionRecord.
       FD  RunControlFile.
       COPY RUNREC.

       FD  InvoiceControlFile.
       COPY INVREC.

       FD  PeriodCalendarFile.
       COPY PERREC.

       FD  CurrencyExceptionFile.
       01  CurrencyExceptionRecord.
           05  CExcRecordType          PIC X(10).
       01  WS-TAX-RATE                 PIC 9(2)V9(6) VALUE ZERO.
       01  WS-TAX-AMOUNT               PIC S9(9)V99 VALUE ZERO.

       01  WS-LAST-INVOICE-NO          PIC 9(8) VALUE ZERO.

      * Fiscal period calendar (percal.txt, PERREC). WS-OPEN-PERIOD
      * is the period this run posts into; an order whose OrderDate
      * falls in a closed period is moved into it and flagged.
       01  WS-PERIOD-EOF-FLAG          PIC X(1) VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-PERIOD-MAX               PIC 9(3) VALUE 240.
       01  WS-PERIOD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-IX                PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
               10  PrdFiscalPeriod     PIC 9(6).
               10  PrdStartDate        PIC X(8).
               10  PrdEndDate          PIC X(8).
               10  PrdStatus           PIC X(1).
                   88  PrdClosed       VALUE 'C'.
       01  WS-OPEN-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-OPEN-PERIOD-END          PIC X(8) VALUE SPACES.
       01  WS-ORDER-PERIOD             PIC X(6) VALUE SPACES.
       01  WS-PERIOD-FLAG              PIC X(1) VALUE SPACE.
           88  ORDER-IN-CLOSED-PERIOD  VALUE 'P'.
       01  WS-CLOSED-PERIOD-COUNT      PIC 9(10) VALUE ZERO.

       01  WS-JOURNAL-TIMESTAMP        PIC X(21).
       01  WS-JOURNAL-DISPOSITION      PIC X(15).

           05  RPT-ORD-CONVERTED       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RPT-ORD-HOUSE           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ORD-PERIOD-NOTE     PIC X(27).

       01  RPT-BRANCH-HEADER.
           05  FILLER                  PIC X(13) VALUE
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-BR-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-CLOSED-PERIOD-LINE.
           05  FILLER                  PIC X(30) VALUE
                   "CLOSED-PERIOD ORDERS POSTED TO".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RPT-CP-PERIOD           PIC X(6).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  RPT-CP-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  RPT-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
                   "GRAND TOTAL SALES: ".
           END-IF

           PERFORM ReadRunControl
           PERFORM ReadInvoiceControl
           PERFORM LoadPeriodCalendar
           OPEN INPUT CustMastFile
           OPEN INPUT BalanceFile
           PERFORM CheckForRestart
           CLOSE RunControlFile
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

      * The last invoice number issued. No control file yet is the
      * first numbered run; the sequence starts at 1. On a restart
      * CheckForRestart replaces this with the checkpoint's number.
       ReadInvoiceControl.
           OPEN INPUT InvoiceControlFile
           READ InvoiceControlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF InvLastInvoiceNo IS NUMERIC
                       MOVE InvLastInvoiceNo TO WS-LAST-INVOICE-NO
                   END-IF
           END-READ
           CLOSE InvoiceControlFile.

      * Periods are kept whole in a table for CheckOrderPeriod. The
      * open period posted into is the open period ending soonest on
      * or after the business date - the same rule GLExtract stamps
      * the interface with, so journal and ledger agree. Without a
      * calendar nothing is flagged and the period column is blank.
       LoadPeriodCalendar.
           OPEN INPUT PeriodCalendarFile
           PERFORM UNTIL END-OF-CALENDAR
               READ PeriodCalendarFile
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF PerPeriodRecord
                           PERFORM AddPeriodEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PeriodCalendarFile
           DISPLAY "Fiscal periods loaded: " WS-PERIOD-COUNT
           DISPLAY "Posting into fiscal period: " WS-OPEN-PERIOD.

       AddPeriodEntry.
           IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
               DISPLAY "AddPeriodEntry: period table full, period "
                   PerFiscalPeriod " ignored"
           ELSE
               ADD 1 TO WS-PERIOD-COUNT
               MOVE PerFiscalPeriod TO PrdFiscalPeriod(WS-PERIOD-COUNT)
               MOVE PerStartDate TO PrdStartDate(WS-PERIOD-COUNT)
               MOVE PerEndDate TO PrdEndDate(WS-PERIOD-COUNT)
               MOVE PerStatus TO PrdStatus(WS-PERIOD-COUNT)
           END-IF
           IF PerOpen AND PerEndDate >= WS-BUSINESS-DATE
               IF WS-OPEN-PERIOD-END = SPACES
                       OR PerEndDate < WS-OPEN-PERIOD-END
                   MOVE PerFiscalPeriod TO WS-OPEN-PERIOD
                   MOVE PerEndDate TO WS-OPEN-PERIOD-END
               END-IF
           END-IF.

       WriteInvoiceControl.
           OPEN OUTPUT InvoiceControlFile
           MOVE WS-LAST-INVOICE-NO TO InvLastInvoiceNo
           MOVE WS-BUSINESS-DATE TO InvLastRunDate
           WRITE INVOICE-CONTROL-RECORD
           CLOSE InvoiceControlFile.

       CheckForRestart.
           OPEN INPUT CheckpointFile
           IF CheckpointFileFound
                       MOVE CkpPrevCustomerName TO WS-PREV-CUSTOMER-NAME
                       MOVE CkpPrevAcctNo TO WS-PREV-ACCT-NO
                       MOVE CkpBranchCount TO WS-BRANCH-COUNT
                       MOVE CkpLastInvoiceNo TO WS-LAST-INVOICE-NO
                       IF CkpClosedPeriodCount IS NUMERIC
                           MOVE CkpClosedPeriodCount TO
                               WS-CLOSED-PERIOD-COUNT
                       END-IF
                       PERFORM RestoreBranchEntry
                           VARYING WS-BRANCH-IX FROM 1 BY 1
                           UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE WS-PREV-CUSTOMER-NAME TO CkpPrevCustomerName
               MOVE WS-PREV-ACCT-NO TO CkpPrevAcctNo
               MOVE WS-BRANCH-COUNT TO CkpBranchCount
               MOVE WS-LAST-INVOICE-NO TO CkpLastInvoiceNo
               MOVE WS-CLOSED-PERIOD-COUNT TO CkpClosedPeriodCount
               PERFORM SaveBranchEntry
                   VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-MAX

       ProcessRecord.
           MOVE RecordType TO LineItemType
           MOVE SPACE TO WS-PERIOD-FLAG
           IF LineItemType = 'C' OR LineItemType = 'A'
               PERFORM ValidateTotalAmount
               IF AMOUNT-IS-VALID

      * Amounts post in house currency: LookupExchangeRate has
      * already set WS-CONVERTED-AMOUNT by the time the other edits
      * let the record through to here. Every charge is an invoice
      * and takes the next number; WriteJournalRecord carries it.
       PostOrderAmount.
           PERFORM ComputeTaxAmount
           PERFORM CheckOrderPeriod
           IF LineItemType = 'C'
               ADD 1 TO WS-LAST-INVOICE-NO
               ADD 1 TO LineItemCount
               ADD WS-CONVERTED-AMOUNT TO LineItemTotal
               ADD WS-CONVERTED-AMOUNT TO TotalSales
           PERFORM AccumulateBranchTotals
           PERFORM WriteOrderDetailLine.

      * Finance has already reported a closed period, so nothing more
      * may land in it: the order still posts, with its own OrderDate
      * (it ages from the day it was billed), but into this run's open
      * period, flagged on the journal and the report line. An order
      * dated outside every period on the calendar posts unflagged.
       CheckOrderPeriod.
           MOVE SPACES TO WS-ORDER-PERIOD
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
                   OR WS-ORDER-PERIOD NOT = SPACES
               IF OrderDate >= PrdStartDate(WS-PERIOD-IX)
                       AND OrderDate <= PrdEndDate(WS-PERIOD-IX)
                   MOVE PrdFiscalPeriod(WS-PERIOD-IX) TO WS-ORDER-PERIOD
                   IF PrdClosed(WS-PERIOD-IX)
                       SET ORDER-IN-CLOSED-PERIOD TO TRUE
                       ADD 1 TO WS-CLOSED-PERIOD-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      * Per-branch running totals for the report's branch subtotal
      * section. Charges add and adjustments subtract, mirroring what
      * just happened to TotalSales.
           END-IF
           MOVE WS-CONVERTED-AMOUNT TO RPT-ORD-CONVERTED
           MOVE WS-HOUSE-CURRENCY TO RPT-ORD-HOUSE
           MOVE SPACES TO RPT-ORD-PERIOD-NOTE
           IF ORDER-IN-CLOSED-PERIOD
               STRING "CLOSED PD " WS-ORDER-PERIOD " -> "
                       WS-OPEN-PERIOD
                   DELIMITED BY SIZE INTO RPT-ORD-PERIOD-NOTE
           END-IF
           WRITE OutputRecord FROM RPT-ORDER-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

                   MOVE SPACES TO JrnTaxCode
           END-EVALUATE
           MOVE CustAcctNo TO JrnAcctNo
           IF WS-JOURNAL-DISPOSITION = "POSTED-CHARGE"
               MOVE WS-LAST-INVOICE-NO TO JrnInvoiceNo
           ELSE
               MOVE ZERO TO JrnInvoiceNo
           END-IF
           MOVE WS-OPEN-PERIOD TO JrnFiscalPeriod
           MOVE WS-PERIOD-FLAG TO JrnPeriodFlag
           WRITE JOURNAL-RECORD.

       WriteBranchTotals.
       EndOfFile.
           OPEN OUTPUT CheckpointFile
           CLOSE CheckpointFile
           PERFORM WriteInvoiceControl

           IF LineItemCount > 0
               PERFORM WriteDetailLine

           PERFORM WriteBranchTotals

           IF WS-CLOSED-PERIOD-COUNT > 0
               MOVE WS-OPEN-PERIOD TO RPT-CP-PERIOD
               MOVE WS-CLOSED-PERIOD-COUNT TO RPT-CP-COUNT
               WRITE OutputRecord FROM RPT-CLOSED-PERIOD-LINE
           END-IF

           MOVE TotalSales TO RPT-GT-AMOUNT
           WRITE OutputRecord FROM RPT-GRAND-TOTAL-LINE

           DISPLAY "Total sales: " TotalSales
           DISPLAY "Line item count: " LineItemCount
           DISPLAY "Line item total: " LineItemTotal
           DISPLAY "Last invoice number: " WS-LAST-INVOICE-NO
           DISPLAY "Closed-period orders moved: " WS-CLOSED-PERIOD-COUNT

           CLOSE InputFile
           CLOSE OutputFile
