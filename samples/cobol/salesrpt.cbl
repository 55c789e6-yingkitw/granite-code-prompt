       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesAnalysis.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. output.txt and the branch
      *                subtotals only ever show one night, so "how is
      *                this branch or this customer trending" was
      *                answered by hand from statement printouts.
      *                This report reads the POSTED-CHARGE and
      *                POSTED-ADJUST entries out of the cumulative
      *                history (history.txt, JOURNAL lines) and the
      *                month-to-date journal (jrnmtd.txt) and prints
      *                net sales (charges less adjustments, house
      *                currency, before tax) by branch and by
      *                customer for the current month and year to
      *                date beside the same periods last year, with
      *                the change, then the top 25 customers by
      *                year-to-date sales. Branch 000 carries the
      *                finance charges FinanceCharge raises; they are
      *                kept out of the sales figures and shown on
      *                their own with their share of everything
      *                billed. Periods are calendar months and years
      *                ending on the business date (runctl.txt, the
      *                clock when absent); last year's periods end on
      *                the same day a year earlier. Sales of an
      *                account CustomerMerge folded into another are
      *                reported under the surviving account. Run on
      *                demand after SAMPJOB (SALEJOB).
      *    2026-10-15  JRNREC gained the JrnFiscalPeriod and
      *                JrnPeriodFlag columns; widened the history and
      *                month-to-date pass-throughs to match.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HistoryFile ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MtdJournalFile ASSIGN TO "jrnmtd.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SalesReport ASSIGN TO "salesrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HistoryFile.
       01  HistoryRecord.
           05  ArcRunDate              PIC X(8).
           05  FILLER                  PIC X(1).
           05  ArcSource               PIC X(10).
           05  FILLER                  PIC X(1).
           05  ArcData                 PIC X(192).

       FD  MtdJournalFile.
       01  MtdJournalLine              PIC X(192).

       FD  CustMastFile.
       COPY CUSTREC.

       FD  RunControlFile.
       COPY RUNREC.

       FD  SalesReport.
       01  SalesReportLine             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

      * Archived and month-to-date lines are both the journal record
      * byte for byte (see JRNREC); each lands here to be pulled
      * apart.
       COPY JRNREC.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-PRIOR-YEAR-DATE          PIC X(8) VALUE SPACES.
       01  WS-PRIOR-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-DATE               PIC X(8) VALUE SPACES.

      * jrnmtd.txt still holds the days of this month JournalArchive
      * has already swept into history.txt, so a month-to-date line
      * counts only when its business date is later than the last
      * one the history holds.
       01  WS-HISTORY-FIRST-DATE       PIC X(8) VALUE HIGH-VALUES.
       01  WS-HISTORY-LAST-DATE        PIC X(8) VALUE LOW-VALUES.

       01  WS-AMOUNT-TEXT              PIC X(13).
       01  WS-LINE-AMOUNT              PIC S9(9)V99 VALUE ZERO.
       01  WS-PERIOD-IX                PIC 9(1) VALUE ZERO.

      * The four periods every total is kept for, in report order:
      * 1 this month, 2 same month last year, 3 this year to date,
      * 4 last year to date.
       01  WS-PERIOD-HIT-TABLE.
           05  WS-PERIOD-HIT OCCURS 4 TIMES PIC X(1).

       01  WS-BRANCH-MAX               PIC 9(4) VALUE 500.
       01  WS-BRANCH-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-BRANCH-IX                PIC 9(4) VALUE ZERO.
       01  WS-BRANCH-POS               PIC 9(4) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  BrnCode             PIC X(3).
               10  BrnAmount           PIC S9(11)V99 OCCURS 4 TIMES.

       01  WS-CUST-MAX                 PIC 9(4) VALUE 5000.
       01  WS-CUST-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-CUST-IX                  PIC 9(4) VALUE ZERO.
       01  WS-CUST-POS                 PIC 9(4) VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  CusAcctNo           PIC 9(6).
               10  CusName             PIC X(30).
               10  CusRanked           PIC X(1).
               10  CusAmount           PIC S9(11)V99 OCCURS 4 TIMES.

       01  WS-ENTRY-ACCT               PIC 9(6) VALUE ZERO.
       01  WS-BRANCH-FULL-FLAG         PIC X(1) VALUE 'N'.
       01  WS-CUST-FULL-FLAG           PIC X(1) VALUE 'N'.
       01  WS-INSERT-FLAG              PIC X(1) VALUE 'N'.
           88  NEW-ENTRY-NEEDED        VALUE 'Y'.

      * Merged accounts and the account each was folded into, so the
      * loser's past sales follow the customer to the survivor.
       01  WS-MERGED-MAX               PIC 9(4) VALUE 1000.
       01  WS-MERGED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-MERGED-IX                PIC 9(4) VALUE ZERO.
       01  WS-MERGED-TABLE.
           05  WS-MERGED-ENTRY OCCURS 1000 TIMES.
               10  MrgAcctNo           PIC 9(6).
               10  MrgMergedTo         PIC 9(6).
       01  WS-CHAIN-NEXT               PIC 9(6) VALUE ZERO.
       01  WS-CHAIN-HOPS               PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-MAX-HOPS           PIC 9(2) VALUE 10.

       01  WS-SALES-TOTALS.
           05  WS-SALES-TOTAL          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-FINANCE-TOTALS.
           05  WS-FINANCE-TOTAL        PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-BILLED-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-SHARE-PERCENT            PIC S9(3)V9 VALUE ZERO.

       01  WS-RANK-MAX                 PIC 9(2) VALUE 25.
       01  WS-RANK                     PIC 9(2) VALUE ZERO.
       01  WS-BEST-IX                  PIC 9(4) VALUE ZERO.

       01  WS-ENTRIES-READ             PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-COUNTED          PIC 9(7) VALUE ZERO.
       01  WS-MTD-ALREADY-ARCHIVED     PIC 9(7) VALUE ZERO.

      * Amount columns shared by the branch, customer, ranking and
      * total lines: month, last year's month, change, year to date,
      * last year to date, change.
       01  WS-AMOUNTS-IN.
           05  WS-AMOUNT-IN            PIC S9(11)V99 OCCURS 4 TIMES.
       01  SAL-AMOUNT-COLUMNS.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-MONTH           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-PRIOR-MONTH     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-MONTH-CHANGE    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-YTD             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-PRIOR-YTD       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-AMT-YTD-CHANGE      PIC -ZZ,ZZZ,ZZ9.99.

       01  SAL-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  SAL-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
                   "SALES ANALYSIS REPORT".
           05  FILLER                  PIC X(22) VALUE
                   "LAST YEAR COMPARED TO ".
           05  SAL-PRIOR-YEAR-DATE     PIC X(8).

       01  SAL-HISTORY-LINE.
           05  FILLER                  PIC X(19) VALUE
                   "HISTORY HELD FROM: ".
           05  SAL-HISTORY-FROM        PIC X(8).
           05  FILLER                  PIC X(46) VALUE
                   "  (LAST YEAR'S FIGURES COVER RETAINED HISTORY)".

       01  SAL-SECTION-LINE.
           05  SAL-SECTION-TITLE       PIC X(60).

       01  SAL-COLUMN-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
                   "     THIS MONTH".
           05  FILLER                  PIC X(15) VALUE
                   "  MONTH LAST YR".
           05  FILLER                  PIC X(15) VALUE
                   "         CHANGE".
           05  FILLER                  PIC X(15) VALUE
                   "  YEAR TO DATE ".
           05  FILLER                  PIC X(15) VALUE
                   "    LAST YR YTD".
           05  FILLER                  PIC X(15) VALUE
                   "         CHANGE".

       01  SAL-DETAIL-LINE.
           05  SAL-DET-KEY             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SAL-DET-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SAL-DET-AMOUNTS         PIC X(90).

       01  SAL-RANK-LINE.
           05  SAL-RANK-NO             PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-RANK-ACCT           PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SAL-RANK-NAME           PIC X(27).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SAL-RANK-AMOUNTS        PIC X(90).

       01  SAL-SHARE-LINE.
           05  FILLER                  PIC X(40) VALUE
                   "SHARE OF ALL BILLING - THIS MONTH: ".
           05  SAL-SHARE-MONTH         PIC -ZZ9.9.
           05  FILLER                  PIC X(20) VALUE
                   "%    YEAR TO DATE: ".
           05  SAL-SHARE-YTD           PIC -ZZ9.9.
           05  FILLER                  PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           MOVE WS-BUSINESS-DATE(1:4) TO WS-PRIOR-YEAR
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           MOVE WS-PRIOR-YEAR TO WS-PRIOR-YEAR-DATE(1:4)
           MOVE WS-BUSINESS-DATE(5:4) TO WS-PRIOR-YEAR-DATE(5:4)

           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               MOVE ZERO TO WS-SALES-TOTAL(WS-PERIOD-IX)
               MOVE ZERO TO WS-FINANCE-TOTAL(WS-PERIOD-IX)
           END-PERFORM

           OPEN INPUT CustMastFile
           IF NOT CustMastFileOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadMergedAccounts

           PERFORM ScanHistoryFile
           PERFORM ScanMtdJournal

           OPEN OUTPUT SalesReport
           PERFORM WriteReportHeading
           PERFORM WriteBranchSection
           PERFORM WriteFinanceChargeSection
           PERFORM WriteCustomerSection
           PERFORM WriteTopCustomers

           CLOSE CustMastFile
           CLOSE SalesReport

           DISPLAY "Journal entries read: " WS-ENTRIES-READ
           DISPLAY "Sales entries counted: " WS-ENTRIES-COUNTED
           DISPLAY "Month-to-date entries already archived: "
               WS-MTD-ALREADY-ARCHIVED
           DISPLAY "Branches reported: " WS-BRANCH-COUNT
           DISPLAY "Customers reported: " WS-CUST-COUNT
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

       LoadMergedAccounts.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO CustMastAcctNo
           START CustMastFile KEY IS >= CustMastAcctNo
               INVALID KEY
                   SET END-OF-FILE-HIT TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-HIT
               READ CustMastFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF CustMastMerged
                           IF WS-MERGED-COUNT < WS-MERGED-MAX
                               ADD 1 TO WS-MERGED-COUNT
                               MOVE CustMastAcctNo TO
                                   MrgAcctNo(WS-MERGED-COUNT)
                               MOVE CustMastMergedTo TO
                                   MrgMergedTo(WS-MERGED-COUNT)
                           ELSE
                               DISPLAY "LoadMergedAccounts: merged "
                                   "table full, account "
                                   CustMastAcctNo " reported alone"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Only the JOURNAL lines in the history carry JRNREC data.
       ScanHistoryFile.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HistoryFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ HistoryFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF ArcSource = "JOURNAL"
                           MOVE ArcData TO JOURNAL-RECORD
                           MOVE JrnTimestamp(1:8) TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE < WS-HISTORY-FIRST-DATE
                               MOVE WS-ENTRY-DATE TO
                                   WS-HISTORY-FIRST-DATE
                           END-IF
                           IF WS-ENTRY-DATE > WS-HISTORY-LAST-DATE
                               MOVE WS-ENTRY-DATE TO
                                   WS-HISTORY-LAST-DATE
                           END-IF
                           PERFORM TallySalesEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       ScanMtdJournal.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MtdJournalFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ MtdJournalFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       MOVE MtdJournalLine TO JOURNAL-RECORD
                       MOVE JrnTimestamp(1:8) TO WS-ENTRY-DATE
                       IF WS-ENTRY-DATE > WS-HISTORY-LAST-DATE
                           PERFORM TallySalesEntry
                       ELSE
                           ADD 1 TO WS-MTD-ALREADY-ARCHIVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MtdJournalFile.

      * The entry's own business date (the timestamp date posting
      * stamped) decides its periods; last year's periods stop at
      * the same month and day as this year's.
       TallySalesEntry.
           ADD 1 TO WS-ENTRIES-READ
           IF JrnDisposition = "POSTED-CHARGE"
                   OR JrnDisposition = "POSTED-ADJUST"
               PERFORM MarkEntryPeriods
               IF WS-PERIOD-HIT(3) = 'Y' OR WS-PERIOD-HIT(4) = 'Y'
                   MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
                   COMPUTE WS-LINE-AMOUNT =
                       FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
                   IF JrnDisposition = "POSTED-ADJUST"
                       COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
                   END-IF
                   ADD 1 TO WS-ENTRIES-COUNTED
                   IF JrnBranchCode = "000"
                       PERFORM TallyFinanceCharge
                   ELSE
                       PERFORM TallySale
                   END-IF
               END-IF
           END-IF.

       MarkEntryPeriods.
           MOVE 'N' TO WS-PERIOD-HIT(1)
           MOVE 'N' TO WS-PERIOD-HIT(2)
           MOVE 'N' TO WS-PERIOD-HIT(3)
           MOVE 'N' TO WS-PERIOD-HIT(4)
           IF WS-ENTRY-DATE <= WS-BUSINESS-DATE
               IF WS-ENTRY-DATE(1:6) = WS-BUSINESS-DATE(1:6)
                   MOVE 'Y' TO WS-PERIOD-HIT(1)
               END-IF
               IF WS-ENTRY-DATE(1:4) = WS-BUSINESS-DATE(1:4)
                   MOVE 'Y' TO WS-PERIOD-HIT(3)
               END-IF
           END-IF
           IF WS-ENTRY-DATE <= WS-PRIOR-YEAR-DATE
               IF WS-ENTRY-DATE(1:6) = WS-PRIOR-YEAR-DATE(1:6)
                   MOVE 'Y' TO WS-PERIOD-HIT(2)
               END-IF
               IF WS-ENTRY-DATE(1:4) = WS-PRIOR-YEAR-DATE(1:4)
                   MOVE 'Y' TO WS-PERIOD-HIT(4)
               END-IF
           END-IF.

       TallyFinanceCharge.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               IF WS-PERIOD-HIT(WS-PERIOD-IX) = 'Y'
                   ADD WS-LINE-AMOUNT TO
                       WS-FINANCE-TOTAL(WS-PERIOD-IX)
               END-IF
           END-PERFORM.

       TallySale.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               IF WS-PERIOD-HIT(WS-PERIOD-IX) = 'Y'
                   ADD WS-LINE-AMOUNT TO WS-SALES-TOTAL(WS-PERIOD-IX)
               END-IF
           END-PERFORM

           PERFORM FindBranchEntry
           IF WS-BRANCH-POS > ZERO
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                       UNTIL WS-PERIOD-IX > 4
                   IF WS-PERIOD-HIT(WS-PERIOD-IX) = 'Y'
                       ADD WS-LINE-AMOUNT TO
                           BrnAmount(WS-BRANCH-POS, WS-PERIOD-IX)
                   END-IF
               END-PERFORM
           END-IF

      * Entries archived before the journal carried an account
      * number have spaces there; they total under account zero.
           IF JrnAcctNo IS NUMERIC
               MOVE JrnAcctNo TO WS-ENTRY-ACCT
           ELSE
               MOVE ZERO TO WS-ENTRY-ACCT
           END-IF
           PERFORM FindSurvivingAccount
           PERFORM FindCustomerEntry
           IF WS-CUST-POS > ZERO
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                       UNTIL WS-PERIOD-IX > 4
                   IF WS-PERIOD-HIT(WS-PERIOD-IX) = 'Y'
                       ADD WS-LINE-AMOUNT TO
                           CusAmount(WS-CUST-POS, WS-PERIOD-IX)
                   END-IF
               END-PERFORM
           END-IF.

       FindSurvivingAccount.
           MOVE ZERO TO WS-CHAIN-HOPS
           PERFORM FollowMergePointer
           PERFORM UNTIL WS-CHAIN-NEXT = ZERO
                   OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
               ADD 1 TO WS-CHAIN-HOPS
               MOVE WS-CHAIN-NEXT TO WS-ENTRY-ACCT
               PERFORM FollowMergePointer
           END-PERFORM.

       FollowMergePointer.
           MOVE ZERO TO WS-CHAIN-NEXT
           IF WS-ENTRY-ACCT NOT = ZERO
               PERFORM VARYING WS-MERGED-IX FROM 1 BY 1
                       UNTIL WS-MERGED-IX > WS-MERGED-COUNT
                   IF MrgAcctNo(WS-MERGED-IX) = WS-ENTRY-ACCT
                       MOVE MrgMergedTo(WS-MERGED-IX) TO WS-CHAIN-NEXT
                   END-IF
               END-PERFORM
           END-IF.

      * Both tables are kept in key order as they are built, so the
      * report lists them without a sort. WS-BRANCH-POS comes back
      * zero only when the table is full.
       FindBranchEntry.
           MOVE ZERO TO WS-BRANCH-POS
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                   OR WS-BRANCH-POS > ZERO
               IF BrnCode(WS-BRANCH-IX) >= JrnBranchCode
                   MOVE WS-BRANCH-IX TO WS-BRANCH-POS
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-INSERT-FLAG
           IF WS-BRANCH-POS > ZERO
               IF BrnCode(WS-BRANCH-POS) = JrnBranchCode
                   MOVE 'N' TO WS-INSERT-FLAG
               END-IF
           END-IF
           IF NEW-ENTRY-NEEDED
               IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
                   IF WS-BRANCH-FULL-FLAG = 'N'
                       DISPLAY "FindBranchEntry: branch table full, "
                           "branch " JrnBranchCode " left out"
                       MOVE 'Y' TO WS-BRANCH-FULL-FLAG
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE ZERO TO WS-BRANCH-POS
               ELSE
                   PERFORM InsertBranchEntry
               END-IF
           END-IF.

       InsertBranchEntry.
           IF WS-BRANCH-POS = ZERO
               COMPUTE WS-BRANCH-POS = WS-BRANCH-COUNT + 1
           ELSE
               PERFORM VARYING WS-BRANCH-IX FROM WS-BRANCH-COUNT BY -1
                       UNTIL WS-BRANCH-IX < WS-BRANCH-POS
                   MOVE WS-BRANCH-ENTRY(WS-BRANCH-IX) TO
                       WS-BRANCH-ENTRY(WS-BRANCH-IX + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE JrnBranchCode TO BrnCode(WS-BRANCH-POS)
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               MOVE ZERO TO BrnAmount(WS-BRANCH-POS, WS-PERIOD-IX)
           END-PERFORM.

       FindCustomerEntry.
           MOVE ZERO TO WS-CUST-POS
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                   UNTIL WS-CUST-IX > WS-CUST-COUNT
                   OR WS-CUST-POS > ZERO
               IF CusAcctNo(WS-CUST-IX) >= WS-ENTRY-ACCT
                   MOVE WS-CUST-IX TO WS-CUST-POS
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-INSERT-FLAG
           IF WS-CUST-POS > ZERO
               IF CusAcctNo(WS-CUST-POS) = WS-ENTRY-ACCT
                   MOVE 'N' TO WS-INSERT-FLAG
               END-IF
           END-IF
           IF NEW-ENTRY-NEEDED
               IF WS-CUST-COUNT >= WS-CUST-MAX
                   IF WS-CUST-FULL-FLAG = 'N'
                       DISPLAY "FindCustomerEntry: customer table "
                           "full, account " WS-ENTRY-ACCT
                           " and later left out"
                       MOVE 'Y' TO WS-CUST-FULL-FLAG
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE ZERO TO WS-CUST-POS
               ELSE
                   PERFORM InsertCustomerEntry
               END-IF
           END-IF.

       InsertCustomerEntry.
           IF WS-CUST-POS = ZERO
               COMPUTE WS-CUST-POS = WS-CUST-COUNT + 1
           ELSE
               PERFORM VARYING WS-CUST-IX FROM WS-CUST-COUNT BY -1
                       UNTIL WS-CUST-IX < WS-CUST-POS
                   MOVE WS-CUST-ENTRY(WS-CUST-IX) TO
                       WS-CUST-ENTRY(WS-CUST-IX + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-ENTRY-ACCT TO CusAcctNo(WS-CUST-POS)
           MOVE JrnCustomerName TO CusName(WS-CUST-POS)
           MOVE 'N' TO CusRanked(WS-CUST-POS)
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               MOVE ZERO TO CusAmount(WS-CUST-POS, WS-PERIOD-IX)
           END-PERFORM.

       WriteReportHeading.
           MOVE WS-BUSINESS-DATE TO SAL-BUSINESS-DATE
           MOVE WS-PRIOR-YEAR-DATE TO SAL-PRIOR-YEAR-DATE
           WRITE SalesReportLine FROM SAL-HEADING-LINE
           IF WS-HISTORY-FIRST-DATE = HIGH-VALUES
               MOVE "NONE" TO SAL-HISTORY-FROM
           ELSE
               MOVE WS-HISTORY-FIRST-DATE TO SAL-HISTORY-FROM
           END-IF
           WRITE SalesReportLine FROM SAL-HISTORY-LINE.

      * Builds the six amount columns from WS-AMOUNTS-IN.
       FormatAmountColumns.
           MOVE WS-AMOUNT-IN(1) TO SAL-AMT-MONTH
           MOVE WS-AMOUNT-IN(2) TO SAL-AMT-PRIOR-MONTH
           COMPUTE SAL-AMT-MONTH-CHANGE =
               WS-AMOUNT-IN(1) - WS-AMOUNT-IN(2)
           MOVE WS-AMOUNT-IN(3) TO SAL-AMT-YTD
           MOVE WS-AMOUNT-IN(4) TO SAL-AMT-PRIOR-YTD
           COMPUTE SAL-AMT-YTD-CHANGE =
               WS-AMOUNT-IN(3) - WS-AMOUNT-IN(4).

       WriteSectionHeading.
           MOVE SPACES TO SalesReportLine
           WRITE SalesReportLine
           WRITE SalesReportLine FROM SAL-SECTION-LINE
           WRITE SalesReportLine FROM SAL-COLUMN-HEADER.

       WriteBranchSection.
           MOVE "NET SALES BY BRANCH (EXCLUDING FINANCE CHARGES)" TO
               SAL-SECTION-TITLE
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                       UNTIL WS-PERIOD-IX > 4
                   MOVE BrnAmount(WS-BRANCH-IX, WS-PERIOD-IX) TO
                       WS-AMOUNT-IN(WS-PERIOD-IX)
               END-PERFORM
               PERFORM FormatAmountColumns
               MOVE BrnCode(WS-BRANCH-IX) TO SAL-DET-KEY
               MOVE "BRANCH" TO SAL-DET-NAME
               MOVE SAL-AMOUNT-COLUMNS TO SAL-DET-AMOUNTS
               WRITE SalesReportLine FROM SAL-DETAIL-LINE
           END-PERFORM
           PERFORM WriteSalesTotalLine.

       WriteSalesTotalLine.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               MOVE WS-SALES-TOTAL(WS-PERIOD-IX) TO
                   WS-AMOUNT-IN(WS-PERIOD-IX)
           END-PERFORM
           PERFORM FormatAmountColumns
           MOVE SPACES TO SAL-DET-KEY
           MOVE "TOTAL NET SALES" TO SAL-DET-NAME
           MOVE SAL-AMOUNT-COLUMNS TO SAL-DET-AMOUNTS
           WRITE SalesReportLine FROM SAL-DETAIL-LINE.

      * Share is of everything billed: sales plus finance charges.
       WriteFinanceChargeSection.
           MOVE "FINANCE CHARGES (BRANCH 000) - NOT IN SALES ABOVE" TO
               SAL-SECTION-TITLE
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
               MOVE WS-FINANCE-TOTAL(WS-PERIOD-IX) TO
                   WS-AMOUNT-IN(WS-PERIOD-IX)
           END-PERFORM
           PERFORM FormatAmountColumns
           MOVE "000" TO SAL-DET-KEY
           MOVE "FINANCE CHARGES" TO SAL-DET-NAME
           MOVE SAL-AMOUNT-COLUMNS TO SAL-DET-AMOUNTS
           WRITE SalesReportLine FROM SAL-DETAIL-LINE

           COMPUTE WS-BILLED-TOTAL =
               WS-SALES-TOTAL(1) + WS-FINANCE-TOTAL(1)
           MOVE ZERO TO WS-SHARE-PERCENT
           IF WS-BILLED-TOTAL NOT = ZERO
               COMPUTE WS-SHARE-PERCENT ROUNDED =
                   WS-FINANCE-TOTAL(1) * 100 / WS-BILLED-TOTAL
           END-IF
           MOVE WS-SHARE-PERCENT TO SAL-SHARE-MONTH
           COMPUTE WS-BILLED-TOTAL =
               WS-SALES-TOTAL(3) + WS-FINANCE-TOTAL(3)
           MOVE ZERO TO WS-SHARE-PERCENT
           IF WS-BILLED-TOTAL NOT = ZERO
               COMPUTE WS-SHARE-PERCENT ROUNDED =
                   WS-FINANCE-TOTAL(3) * 100 / WS-BILLED-TOTAL
           END-IF
           MOVE WS-SHARE-PERCENT TO SAL-SHARE-YTD
           WRITE SalesReportLine FROM SAL-SHARE-LINE.

       WriteCustomerSection.
           MOVE "NET SALES BY CUSTOMER" TO SAL-SECTION-TITLE
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                   UNTIL WS-CUST-IX > WS-CUST-COUNT
               PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                       UNTIL WS-PERIOD-IX > 4
                   MOVE CusAmount(WS-CUST-IX, WS-PERIOD-IX) TO
                       WS-AMOUNT-IN(WS-PERIOD-IX)
               END-PERFORM
               PERFORM FormatAmountColumns
               PERFORM LookUpCustomerName
               MOVE CusAcctNo(WS-CUST-IX) TO SAL-DET-KEY
               MOVE CusName(WS-CUST-IX) TO SAL-DET-NAME
               MOVE SAL-AMOUNT-COLUMNS TO SAL-DET-AMOUNTS
               WRITE SalesReportLine FROM SAL-DETAIL-LINE
           END-PERFORM
           PERFORM WriteSalesTotalLine.

      * The account's current name replaces the one the journal
      * carried, so a renamed customer prints once under today's
      * name.
       LookUpCustomerName.
           IF CusAcctNo(WS-CUST-IX) = ZERO
               MOVE "ACCOUNT NOT RECORDED" TO CusName(WS-CUST-IX)
           ELSE
               MOVE CusAcctNo(WS-CUST-IX) TO CustMastAcctNo
               READ CustMastFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CustMastName TO CusName(WS-CUST-IX)
               END-READ
           END-IF.

      * Picks the highest unranked year-to-date figure each time
      * round; customers with nothing this year are not ranked.
       WriteTopCustomers.
           MOVE "TOP 25 CUSTOMERS BY YEAR-TO-DATE NET SALES" TO
               SAL-SECTION-TITLE
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-MAX
               MOVE ZERO TO WS-BEST-IX
               PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                       UNTIL WS-CUST-IX > WS-CUST-COUNT
                   IF CusRanked(WS-CUST-IX) = 'N'
                           AND CusAmount(WS-CUST-IX, 3) > ZERO
                       IF WS-BEST-IX = ZERO
                           MOVE WS-CUST-IX TO WS-BEST-IX
                       ELSE
                           IF CusAmount(WS-CUST-IX, 3) >
                                   CusAmount(WS-BEST-IX, 3)
                               MOVE WS-CUST-IX TO WS-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IX = ZERO
                   MOVE WS-RANK-MAX TO WS-RANK
               ELSE
                   MOVE 'Y' TO CusRanked(WS-BEST-IX)
                   PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                           UNTIL WS-PERIOD-IX > 4
                       MOVE CusAmount(WS-BEST-IX, WS-PERIOD-IX) TO
                           WS-AMOUNT-IN(WS-PERIOD-IX)
                   END-PERFORM
                   PERFORM FormatAmountColumns
                   MOVE WS-RANK TO SAL-RANK-NO
                   MOVE CusAcctNo(WS-BEST-IX) TO SAL-RANK-ACCT
                   MOVE CusName(WS-BEST-IX) TO SAL-RANK-NAME
                   MOVE SAL-AMOUNT-COLUMNS TO SAL-RANK-AMOUNTS
                   WRITE SalesReportLine FROM SAL-RANK-LINE
               END-IF
           END-PERFORM.
