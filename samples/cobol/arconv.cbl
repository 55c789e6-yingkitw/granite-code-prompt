       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceivablesConversion.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. One-time conversion run once,
      *                between two nightly cycles, to bring files
      *                written before the refund, subledger proof,
      *                invoice numbering and period close changes up
      *                to what those steps expect, so the first night
      *                after them neither fails nor passes accounts
      *                over for want of data the old steps never kept:
      *                (a) opnitem.txt is rewritten as opnitem.new
      *                with OpnInvoiceNo zero-filled - the old 24-byte
      *                lines read it as spaces, which no dispute key
      *                ever matches; (b) an account whose BalBalance
      *                differs from its open items (overpayment
      *                credits used to live in the balance alone) is
      *                given one open item for the difference, dated
      *                the business date, so the items tie and a
      *                credit's refund holding period runs from the
      *                conversion; (c) glarbal.txt, when not yet in
      *                place, is seeded with the balmast.dat total as
      *                GLExtract's opening receivables figure; and (d)
      *                every business date of an open fiscal period
      *                that came before the run-control history began
      *                is written to runhist.txt as completed, so the
      *                period spanning the conversion can be closed.
      *                The conversion report (convrpt.txt) lists every
      *                item raised and every figure seeded. Each part
      *                finds nothing left to do when run again. It
      *                refuses to run while a nightly business date is
      *                open (RC=8). CONVJOB swaps opnitem.new in.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BalanceFile ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BalAcctNo
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewOpenItemFile ASSIGN TO "opnitem.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ReceivablesControlFile
               ASSIGN TO "glarbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunHistoryFile ASSIGN TO "runhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ConversionReport ASSIGN TO "convrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       COPY RUNREC.

       FD  BalanceFile.
       COPY BALREC.

       FD  OpenItemFile.
       COPY OPNREC.

       FD  NewOpenItemFile.
       01  NewOpenItemLine             PIC X(32).

       FD  ReceivablesControlFile.
       COPY GLBREC.

       FD  PeriodCalendarFile.
       COPY PERREC.

      * Same RUNREC shape as RunControlFile.
       FD  RunHistoryFile.
       01  RunHistoryRecord.
           05  RhsBusinessDate         PIC X(8).
           05  RhsRunNumber            PIC 9(4).
           05  RhsStatusFlag           PIC X(1).
               88  RhsComplete         VALUE 'C'.
           05  RhsHouseCurrency        PIC X(3).
           05  RhsCheckpointInterval   PIC 9(5).

       FD  ConversionReport.
       01  ConversionReportLine        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceFileOpenOK       VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-CONTROL-IMAGE.
           05  WS-CTL-DATE             PIC X(8).
           05  WS-CTL-NUMBER           PIC 9(4).
           05  WS-CTL-STATUS           PIC X(1).
               88  CONTROL-RUN-OPEN    VALUE 'O'.
           05  WS-CTL-CURRENCY         PIC X(3).
           05  WS-CTL-INTERVAL         PIC 9(5).
       01  WS-CONTROL-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  CONTROL-RECORD-FOUND    VALUE 'Y'.

       01  WS-GLARBAL-FLAG             PIC X(1) VALUE 'N'.
           88  GLARBAL-FOUND           VALUE 'Y'.

      * One entry per account met on the open items, with the items'
      * total; the balance pass marks each account it finds.
       01  WS-ACCT-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ACCT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCT-IX                  PIC 9(5) VALUE ZERO.
       01  WS-ACCT-FOUND-IX            PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES.
               10  CnvAcctNo           PIC 9(6).
               10  CnvItemTotal        PIC S9(9)V99.
               10  CnvBalanceSeen      PIC X(1).

       01  WS-PERIOD-MAX               PIC 9(3) VALUE 240.
       01  WS-PERIOD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-IX                PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
               10  CnpFiscalPeriod     PIC 9(6).
               10  CnpStartDate        PIC X(8).
               10  CnpEndDate          PIC X(8).

       01  WS-HOLIDAY-MAX              PIC 9(3) VALUE 200.
       01  WS-HOLIDAY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-IX               PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 200 TIMES
                                       PIC X(8).
       01  WS-HOLIDAY-SWITCH           PIC X(1).
           88  DATE-IS-HOLIDAY         VALUE 'Y'.

       01  WS-HISTORY-START            PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-DATE-TEXT                PIC X(8).
       01  WS-DAY-INTEGER              PIC 9(8) VALUE ZERO.
       01  WS-FIRST-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-LAST-INTEGER             PIC 9(8) VALUE ZERO.
       01  WS-LIMIT-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-WEEKDAY                  PIC 9(1) VALUE ZERO.

       01  WS-ITEMS-READ               PIC 9(7) VALUE ZERO.
       01  WS-INVOICES-FILLED          PIC 9(7) VALUE ZERO.
       01  WS-BALANCES-READ            PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-RAISED             PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-ACCTS          PIC 9(7) VALUE ZERO.
       01  WS-DATES-SEEDED             PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEM-TOTAL               PIC S9(9)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-RAISED            PIC S9(11)V99 VALUE ZERO.

       01  CNV-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  CNV-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
                   "RECEIVABLES CONVERSION".

       01  CNV-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(18) VALUE
                   "           BALANCE".
           05  FILLER                  PIC X(18) VALUE
                   "        OPEN ITEMS".
           05  FILLER                  PIC X(18) VALUE
                   "       ITEM RAISED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "NOTE".

       01  CNV-DETAIL-LINE.
           05  CNV-DET-ACCT            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNV-DET-BALANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  CNV-DET-ITEMS           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  CNV-DET-RAISED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CNV-DET-NOTE            PIC X(16).

       01  CNV-COUNT-LINE.
           05  CNV-CNT-LABEL           PIC X(40).
           05  CNV-CNT-VALUE           PIC ZZZ,ZZ9.

       01  CNV-AMOUNT-LINE.
           05  CNV-AMT-LABEL           PIC X(40).
           05  CNV-AMT-VALUE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CNV-MESSAGE-LINE.
           05  CNV-MESSAGE-TEXT        PIC X(80).

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl

           OPEN OUTPUT ConversionReport
           MOVE WS-CTL-DATE TO CNV-BUSINESS-DATE
           WRITE ConversionReportLine FROM CNV-HEADING-LINE
           MOVE SPACES TO ConversionReportLine
           WRITE ConversionReportLine

           OPEN INPUT BalanceFile
           IF NOT BalanceFileOpenOK
               DISPLAY "Main: unable to open BalanceFile, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NewOpenItemFile
           PERFORM CopyOpenItems
           WRITE ConversionReportLine FROM CNV-COLUMN-HEADER
           PERFORM TieBalancesToItems
           PERFORM ListItemsWithoutBalance
           CLOSE NewOpenItemFile
           CLOSE BalanceFile
           PERFORM WriteItemTotals

           PERFORM SeedReceivablesControl
           PERFORM SeedRunHistory

           CLOSE ConversionReport
           DISPLAY "Open items read: " WS-ITEMS-READ
           DISPLAY "Invoice numbers zero-filled: " WS-INVOICES-FILLED
           DISPLAY "Balancing items raised: " WS-ITEMS-RAISED
           DISPLAY "Balmast total: " WS-BALANCE-TOTAL
           DISPLAY "Run history dates seeded: " WS-DATES-SEEDED
           STOP RUN.

      * The conversion changes what the next night starts from, so it
      * only runs between nightly cycles - a date still open is a
      * night in flight or waiting on a restart.
       ReadRunControl.
           OPEN INPUT RunControlFile
           READ RunControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUN-CONTROL-RECORD TO WS-CONTROL-IMAGE
                   SET CONTROL-RECORD-FOUND TO TRUE
           END-READ
           CLOSE RunControlFile

           IF NOT CONTROL-RECORD-FOUND
                   OR WS-CTL-DATE IS NOT NUMERIC
               DISPLAY "ReadRunControl: no run-control record, "
                   "conversion refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CONTROL-RUN-OPEN
               DISPLAY "ReadRunControl: business date " WS-CTL-DATE
                   " is still open, conversion refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every item is carried across as it stands; only an invoice
      * number the old layout never had is filled with zero, the
      * value OPNREC gives an item that was never invoiced.
       CopyOpenItems.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF OpnInvoiceNo IS NOT NUMERIC
                           MOVE ZERO TO OpnInvoiceNo
                           ADD 1 TO WS-INVOICES-FILLED
                       END-IF
                       WRITE NewOpenItemLine FROM OPEN-ITEM-RECORD
                       PERFORM AddItemToAccount
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

       AddItemToAccount.
           MOVE OpnAcctNo TO BalAcctNo
           PERFORM FindAccountEntry
           IF WS-ACCT-FOUND-IX = ZERO
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "AddItemToAccount: account table full, "
                       "conversion stopped"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IX
               MOVE OpnAcctNo TO CnvAcctNo(WS-ACCT-FOUND-IX)
               MOVE ZERO TO CnvItemTotal(WS-ACCT-FOUND-IX)
               MOVE 'N' TO CnvBalanceSeen(WS-ACCT-FOUND-IX)
           END-IF
           ADD OpnAmount TO CnvItemTotal(WS-ACCT-FOUND-IX).

       FindAccountEntry.
           MOVE ZERO TO WS-ACCT-FOUND-IX
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-IX > ZERO
               IF CnvAcctNo(WS-ACCT-IX) = BalAcctNo
                   MOVE WS-ACCT-IX TO WS-ACCT-FOUND-IX
               END-IF
           END-PERFORM.

      * BalBalance is the figure the ledger was built from, so where
      * the items disagree the items are brought to the balance -
      * never the other way round. A credit balance gets a negative
      * item like the overpayment credits CashApplication carries now.
       TieBalancesToItems.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ BalanceFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
                       ADD BalBalance TO WS-BALANCE-TOTAL
                       PERFORM TieOneBalance
               END-READ
           END-PERFORM.

       TieOneBalance.
           PERFORM FindAccountEntry
           IF WS-ACCT-FOUND-IX = ZERO
               MOVE ZERO TO WS-ITEM-TOTAL
           ELSE
               MOVE 'Y' TO CnvBalanceSeen(WS-ACCT-FOUND-IX)
               MOVE CnvItemTotal(WS-ACCT-FOUND-IX) TO WS-ITEM-TOTAL
           END-IF
           IF WS-ITEM-TOTAL NOT = BalBalance
               COMPUTE WS-DIFFERENCE = BalBalance - WS-ITEM-TOTAL
               MOVE BalAcctNo TO OpnAcctNo
               MOVE WS-CTL-DATE TO OpnOrderDate
               MOVE WS-DIFFERENCE TO OpnAmount
               MOVE ZERO TO OpnInvoiceNo
               WRITE NewOpenItemLine FROM OPEN-ITEM-RECORD
               ADD 1 TO WS-ITEMS-RAISED
               ADD WS-DIFFERENCE TO WS-AMOUNT-RAISED
               MOVE BalAcctNo TO CNV-DET-ACCT
               MOVE BalBalance TO CNV-DET-BALANCE
               MOVE WS-ITEM-TOTAL TO CNV-DET-ITEMS
               MOVE WS-DIFFERENCE TO CNV-DET-RAISED
               IF WS-DIFFERENCE < ZERO
                   MOVE "CREDIT ITEM" TO CNV-DET-NOTE
               ELSE
                   MOVE "DEBIT ITEM" TO CNV-DET-NOTE
               END-IF
               WRITE ConversionReportLine FROM CNV-DETAIL-LINE
           END-IF.

      * Items for an account with no balance record cannot be tied to
      * anything - they are listed for someone to look at, not raised
      * against, and SubledgerProof will report them the same way.
       ListItemsWithoutBalance.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF CnvBalanceSeen(WS-ACCT-IX) = 'N'
                       AND CnvItemTotal(WS-ACCT-IX) NOT = ZERO
                   ADD 1 TO WS-UNMATCHED-ACCTS
                   MOVE CnvAcctNo(WS-ACCT-IX) TO CNV-DET-ACCT
                   MOVE ZERO TO CNV-DET-BALANCE
                   MOVE CnvItemTotal(WS-ACCT-IX) TO CNV-DET-ITEMS
                   MOVE ZERO TO CNV-DET-RAISED
                   MOVE "NO BALANCE REC" TO CNV-DET-NOTE
                   WRITE ConversionReportLine FROM CNV-DETAIL-LINE
               END-IF
           END-PERFORM.

       WriteItemTotals.
           MOVE SPACES TO ConversionReportLine
           WRITE ConversionReportLine
           MOVE "OPEN ITEMS READ" TO CNV-CNT-LABEL
           MOVE WS-ITEMS-READ TO CNV-CNT-VALUE
           WRITE ConversionReportLine FROM CNV-COUNT-LINE
           MOVE "INVOICE NUMBERS ZERO-FILLED" TO CNV-CNT-LABEL
           MOVE WS-INVOICES-FILLED TO CNV-CNT-VALUE
           WRITE ConversionReportLine FROM CNV-COUNT-LINE
           MOVE "BALANCES READ" TO CNV-CNT-LABEL
           MOVE WS-BALANCES-READ TO CNV-CNT-VALUE
           WRITE ConversionReportLine FROM CNV-COUNT-LINE
           MOVE "BALANCING ITEMS RAISED" TO CNV-CNT-LABEL
           MOVE WS-ITEMS-RAISED TO CNV-CNT-VALUE
           WRITE ConversionReportLine FROM CNV-COUNT-LINE
           MOVE "ACCOUNTS WITH ITEMS AND NO BALANCE" TO CNV-CNT-LABEL
           MOVE WS-UNMATCHED-ACCTS TO CNV-CNT-VALUE
           WRITE ConversionReportLine FROM CNV-COUNT-LINE
           MOVE "AMOUNT OF ITEMS RAISED" TO CNV-AMT-LABEL
           MOVE WS-AMOUNT-RAISED TO CNV-AMT-VALUE
           WRITE ConversionReportLine FROM CNV-AMOUNT-LINE
           MOVE "BALMAST.DAT TOTAL" TO CNV-AMT-LABEL
           MOVE WS-BALANCE-TOTAL TO CNV-AMT-VALUE
           WRITE ConversionReportLine FROM CNV-AMOUNT-LINE.

      * The subledger and the ledger agreed when the GL interface was
      * set up, so the balance master total is the receivables figure
      * to start from. A figure already in place is GLExtract's own
      * and is never overwritten.
       SeedReceivablesControl.
           MOVE SPACES TO ConversionReportLine
           WRITE ConversionReportLine
           OPEN INPUT ReceivablesControlFile
           READ ReceivablesControlFile
               AT END
                   CONTINUE
               NOT AT END
                   SET GLARBAL-FOUND TO TRUE
           END-READ
           CLOSE ReceivablesControlFile
           IF GLARBAL-FOUND
               MOVE "GLARBAL.TXT ALREADY IN PLACE - LEFT AS FOUND" TO
                   CNV-MESSAGE-TEXT
               WRITE ConversionReportLine FROM CNV-MESSAGE-LINE
               MOVE "GL RECEIVABLES 10200000 RUNNING" TO
                   CNV-AMT-LABEL
               MOVE GlbRunBalance TO CNV-AMT-VALUE
               WRITE ConversionReportLine FROM CNV-AMOUNT-LINE
           ELSE
               OPEN OUTPUT ReceivablesControlFile
               MOVE WS-CTL-DATE TO GlbPriorDate
               MOVE WS-BALANCE-TOTAL TO GlbPriorBalance
               MOVE WS-CTL-DATE TO GlbRunDate
               MOVE WS-BALANCE-TOTAL TO GlbRunBalance
               WRITE GL-RECEIVABLES-RECORD
               CLOSE ReceivablesControlFile
               MOVE "GLARBAL.TXT SEEDED FROM THE BALMAST.DAT TOTAL" TO
                   CNV-MESSAGE-TEXT
               WRITE ConversionReportLine FROM CNV-MESSAGE-LINE
               MOVE "GL RECEIVABLES 10200000 OPENING" TO CNV-AMT-LABEL
               MOVE WS-BALANCE-TOTAL TO CNV-AMT-VALUE
               WRITE ConversionReportLine FROM CNV-AMOUNT-LINE
           END-IF.

      * Dates before the history began are taken as completed - the
      * old run control let no date close until it had run. Only
      * business dates up to the last one run-control closed, and
      * before the first one the history already holds, are written,
      * so nothing RunControlClose has recorded is ever overlaid.
       SeedRunHistory.
           MOVE SPACES TO ConversionReportLine
           WRITE ConversionReportLine
           PERFORM LoadCalendar
           IF WS-PERIOD-COUNT = ZERO
               MOVE "NO OPEN FISCAL PERIOD ON PERCAL.TXT - RUN HISTORY "
                   TO CNV-MESSAGE-TEXT
               WRITE ConversionReportLine FROM CNV-MESSAGE-LINE
               MOVE "NOT SEEDED" TO CNV-MESSAGE-TEXT
               WRITE ConversionReportLine FROM CNV-MESSAGE-LINE
           ELSE
               PERFORM FindHistoryStart
               OPEN EXTEND RunHistoryFile
               PERFORM SeedPeriodDates
                   VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               CLOSE RunHistoryFile
               MOVE "RUN HISTORY DATES SEEDED" TO CNV-CNT-LABEL
               MOVE WS-DATES-SEEDED TO CNV-CNT-VALUE
               WRITE ConversionReportLine FROM CNV-COUNT-LINE
           END-IF.

       LoadCalendar.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PeriodCalendarFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ PeriodCalendarFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       PERFORM AddCalendarEntry
               END-READ
           END-PERFORM
           CLOSE PeriodCalendarFile.

       AddCalendarEntry.
           IF PerHolidayRecord
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE PerStartDate TO
                       WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY "AddCalendarEntry: holiday table full, "
                       PerStartDate " ignored"
               END-IF
           END-IF
           IF PerPeriodRecord AND PerOpen
                   AND PerStartDate IS NUMERIC
                   AND PerEndDate IS NUMERIC
               IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                   DISPLAY "AddCalendarEntry: period table full, "
                       "conversion stopped"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE PerFiscalPeriod TO CnpFiscalPeriod(WS-PERIOD-COUNT)
               MOVE PerStartDate TO CnpStartDate(WS-PERIOD-COUNT)
               MOVE PerEndDate TO CnpEndDate(WS-PERIOD-COUNT)
           END-IF.

       FindHistoryStart.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RunHistoryFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ RunHistoryFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF RhsBusinessDate IS NUMERIC
                           IF WS-HISTORY-START = SPACES
                                   OR RhsBusinessDate < WS-HISTORY-START
                               MOVE RhsBusinessDate TO WS-HISTORY-START
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunHistoryFile.

      * The period's dates run from its start to whichever comes
      * first: its end, the last date run control closed, or the day
      * before the history's first date.
       SeedPeriodDates.
           MOVE CnpStartDate(WS-PERIOD-IX) TO WS-DATE-NUM
           COMPUTE WS-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE CnpEndDate(WS-PERIOD-IX) TO WS-DATE-NUM
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-CTL-DATE TO WS-DATE-NUM
           COMPUTE WS-LIMIT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-LIMIT-INTEGER < WS-LAST-INTEGER
               MOVE WS-LIMIT-INTEGER TO WS-LAST-INTEGER
           END-IF
           IF WS-HISTORY-START NOT = SPACES
               MOVE WS-HISTORY-START TO WS-DATE-NUM
               COMPUTE WS-LIMIT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               IF WS-LIMIT-INTEGER < WS-LAST-INTEGER
                   MOVE WS-LIMIT-INTEGER TO WS-LAST-INTEGER
               END-IF
           END-IF
           PERFORM SeedOneDate
               VARYING WS-DAY-INTEGER FROM WS-FIRST-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER.

      * Saturdays, Sundays and the calendar's holidays never ran.
       SeedOneDate.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-DATE-NUM TO WS-DATE-TEXT
           MOVE 'N' TO WS-HOLIDAY-SWITCH
           PERFORM VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX) = WS-DATE-TEXT
                   SET DATE-IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM
           IF WS-WEEKDAY < 5 AND NOT DATE-IS-HOLIDAY
               MOVE WS-DATE-TEXT TO RhsBusinessDate
               MOVE ZERO TO RhsRunNumber
               SET RhsComplete TO TRUE
               MOVE WS-CTL-CURRENCY TO RhsHouseCurrency
               MOVE WS-CTL-INTERVAL TO RhsCheckpointInterval
               WRITE RunHistoryRecord
               ADD 1 TO WS-DATES-SEEDED
           END-IF.
