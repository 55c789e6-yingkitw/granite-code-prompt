       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Month-end was a checklist:
      *                nothing confirmed the nightly runs and the
      *                month-end jobs had all happened before finance
      *                reported a period, and nothing stopped a late
      *                order posting into it afterwards. This program
      *                closes the oldest open period on the fiscal
      *                period calendar (percal.txt, PERREC), and only
      *                when
      *                  - every business date in the period (Monday
      *                    to Friday, less the calendar's holidays)
      *                    is on the run-control history (runhist.txt)
      *                    as completed, and no nightly run is open,
      *                  - the statement, finance-charge and dunning
      *                    runs are each on the month-end run log
      *                    (perlog.txt, PRLREC) for the period.
      *                Anything missing is listed on the close report
      *                (pclrpt.txt) and the step ends RC=8 with the
      *                period left open. Otherwise balmast.dat and
      *                opnitem.txt are snapshotted as the period-end
      *                subledger onto persldg.new (the earlier
      *                periods' snapshots carried through, any earlier
      *                attempt at this period's replaced) and the
      *                calendar is rewritten to percal.new with the
      *                period marked closed; the job's swap step puts
      *                both in place. A close made after the next
      *                period's first nightly run snapshots the
      *                subledger as of that later date - the report
      *                says so and the step ends RC=4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewCalendarFile ASSIGN TO "percal.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunHistoryFile ASSIGN TO "runhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodRunLog ASSIGN TO "perlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BalanceFile ASSIGN TO "balmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BalAcctNo
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PriorSubledgerFile ASSIGN TO "persldg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewSubledgerFile ASSIGN TO "persldg.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CloseReport ASSIGN TO "pclrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PeriodCalendarFile.
       COPY PERREC.

      * Same PERREC shape as PeriodCalendarFile; written FROM the
      * calendar table, so only a length is needed here.
       FD  NewCalendarFile.
       01  NewCalendarLine             PIC X(37).

       FD  RunControlFile.
       COPY RUNREC.

      * RUNREC shape, as RunControlClose appends it.
       FD  RunHistoryFile.
       01  RunHistoryRecord.
           05  RhsBusinessDate         PIC X(8).
           05  RhsRunNumber            PIC 9(4).
           05  RhsStatusFlag           PIC X(1).
               88  RhsComplete         VALUE 'C'.
           05  FILLER                  PIC X(8).

       FD  PeriodRunLog.
       COPY PRLREC.

       FD  BalanceFile.
       COPY BALREC.

       FD  OpenItemFile.
       COPY OPNREC.

      * Period-end subledger: every balance record and open item as
      * they stood at close, each behind the period it closed and
      * the file it came from, in the file's own layout (BALREC or
      * OPNREC).
       FD  PriorSubledgerFile.
       01  PriorSubledgerLine.
           05  PslFiscalPeriod         PIC X(6).
           05  FILLER                  PIC X(41).

       FD  NewSubledgerFile.
       01  SubledgerRecord.
           05  SldFiscalPeriod         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  SldSource               PIC X(7).
           05  FILLER                  PIC X(1).
           05  SldData                 PIC X(32).

       FD  CloseReport.
       01  CloseReportLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS           PIC X(2).
           88  BalanceFileOpenOK       VALUE '00' '05'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-STATUS               PIC X(1) VALUE SPACE.
           88  NIGHTLY-RUN-OPEN        VALUE 'O'.
           88  NIGHTLY-RUN-COMPLETE    VALUE 'C'.

      * The whole calendar, held to be written back with the one
      * period's status changed. Entries carry the PERREC shape.
       01  WS-CAL-MAX                  PIC 9(3) VALUE 300.
       01  WS-CAL-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CAL-IX                   PIC 9(3) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 300 TIMES.
               10  CalRecordType       PIC X(1).
               10  FILLER              PIC X(1).
               10  CalFiscalPeriod     PIC 9(6).
               10  FILLER              PIC X(1).
               10  CalStartDate        PIC X(8).
               10  FILLER              PIC X(1).
               10  CalEndDate          PIC X(8).
               10  FILLER              PIC X(1).
               10  CalStatus           PIC X(1).
               10  FILLER              PIC X(1).
               10  CalClosedDate       PIC X(8).

       01  WS-HOLIDAY-MAX              PIC 9(3) VALUE 200.
       01  WS-HOLIDAY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-IX               PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 200 TIMES PIC X(8).
       01  WS-HOLIDAY-SWITCH           PIC X(1).
           88  DATE-IS-HOLIDAY         VALUE 'Y'.

       01  WS-CLOSE-IX                 PIC 9(3) VALUE ZERO.
       01  WS-CLOSE-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-START              PIC X(8) VALUE SPACES.
       01  WS-CLOSE-END                PIC X(8) VALUE SPACES.

      * One slot per calendar day of the period, marked as the
      * run-control history shows the date completed.
       01  WS-DAY-MAX                  PIC 9(3) VALUE 100.
       01  WS-DAY-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-DAY-IX                   PIC 9(3) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-DONE OCCURS 100 TIMES PIC X(1).
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-DATE-TEXT                PIC X(8).
       01  WS-START-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-END-INTEGER              PIC 9(8) VALUE ZERO.
       01  WS-DAY-INTEGER              PIC 9(8) VALUE ZERO.
       01  WS-WEEKDAY                  PIC 9(1) VALUE ZERO.

       01  WS-BUSINESS-DAYS            PIC 9(5) VALUE ZERO.
       01  WS-DAYS-COMPLETED           PIC 9(5) VALUE ZERO.
       01  WS-DAYS-MISSING             PIC 9(5) VALUE ZERO.

       01  WS-STATEMENT-SWITCH         PIC X(1) VALUE 'N'.
           88  STATEMENTS-RAN          VALUE 'Y'.
       01  WS-FINCHG-SWITCH            PIC X(1) VALUE 'N'.
           88  FINANCE-CHARGES-RAN     VALUE 'Y'.
       01  WS-DUNNING-SWITCH           PIC X(1) VALUE 'N'.
           88  DUNNING-RAN             VALUE 'Y'.
       01  WS-STATEMENT-DATE           PIC X(8) VALUE SPACES.
       01  WS-STATEMENT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-FINCHG-DATE              PIC X(8) VALUE SPACES.
       01  WS-FINCHG-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-DUNNING-DATE             PIC X(8) VALUE SPACES.
       01  WS-DUNNING-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-CLOSE-SWITCH             PIC X(1) VALUE 'N'.
           88  CLOSE-REFUSED           VALUE 'Y'.

       01  WS-PRIOR-LINES              PIC 9(7) VALUE ZERO.
       01  WS-BALANCES-SAVED           PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-SAVED              PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEM-TOTAL               PIC S9(11)V99 VALUE ZERO.

       01  PCL-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  PCL-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                   "FISCAL PERIOD CLOSE ".
           05  PCL-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PCL-START-DATE          PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  PCL-END-DATE            PIC X(8).

       01  PCL-DATE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "BUSINESS DATE ".
           05  PCL-DATE-MISSING        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PCL-DATE-NOTE           PIC X(30).

       01  PCL-RUN-LINE.
           05  PCL-RUN-LABEL           PIC X(24).
           05  PCL-RUN-STATUS          PIC X(10).
           05  PCL-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PCL-RUN-COUNT           PIC Z,ZZZ,ZZ9.

       01  PCL-COUNT-LINE.
           05  PCL-CNT-LABEL           PIC X(36).
           05  PCL-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.

       01  PCL-AMOUNT-LINE.
           05  PCL-AMT-LABEL           PIC X(36).
           05  PCL-AMT-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  PCL-MESSAGE-LINE.
           05  PCL-MESSAGE-TEXT        PIC X(80).

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           PERFORM LoadCalendar
           IF WS-CLOSE-IX = ZERO
               DISPLAY "PeriodClose: no open period on the fiscal "
                   "calendar (percal.txt)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CloseReport
           MOVE WS-BUSINESS-DATE TO PCL-BUSINESS-DATE
           MOVE WS-CLOSE-PERIOD TO PCL-PERIOD
           MOVE WS-CLOSE-START TO PCL-START-DATE
           MOVE WS-CLOSE-END TO PCL-END-DATE
           WRITE CloseReportLine FROM PCL-HEADING-LINE
           MOVE SPACES TO CloseReportLine
           WRITE CloseReportLine

           PERFORM CheckBusinessDates
           PERFORM CheckMonthEndRuns

           IF CLOSE-REFUSED
               MOVE SPACES TO CloseReportLine
               WRITE CloseReportLine
               MOVE "RESULT: PERIOD NOT CLOSED" TO PCL-MESSAGE-TEXT
               WRITE CloseReportLine FROM PCL-MESSAGE-LINE
               CLOSE CloseReport
               DISPLAY "PeriodClose: period " WS-CLOSE-PERIOD
                   " NOT closed, see pclrpt.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TakeSubledgerSnapshot
           PERFORM WriteClosedCalendar

           MOVE SPACES TO CloseReportLine
           WRITE CloseReportLine
           IF WS-BUSINESS-DATE > WS-CLOSE-END
               MOVE "WARNING: SUBLEDGER TAKEN AFTER PERIOD END" TO
                   PCL-MESSAGE-TEXT
               WRITE CloseReportLine FROM PCL-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RESULT: PERIOD CLOSED" TO PCL-MESSAGE-TEXT
           WRITE CloseReportLine FROM PCL-MESSAGE-LINE
           CLOSE CloseReport

           DISPLAY "Period closed: " WS-CLOSE-PERIOD
           DISPLAY "Balances saved: " WS-BALANCES-SAVED
           DISPLAY "Open items saved: " WS-ITEMS-SAVED
           STOP RUN.

      * The clock stands in for the business date outside the job,
      * as everywhere else; the status says whether a nightly run is
      * in progress.
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
                   MOVE RunStatusFlag TO WS-RUN-STATUS
           END-READ
           CLOSE RunControlFile.

      * The period to close is the oldest one still open - periods
      * close in order, and this is the one the month-end runs have
      * been logging against.
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
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY "AddCalendarEntry: calendar table full, close "
                   "abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE PERIOD-CALENDAR-RECORD TO WS-CAL-ENTRY(WS-CAL-COUNT)
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
               IF WS-CLOSE-IX = ZERO OR PerEndDate < WS-CLOSE-END
                   MOVE WS-CAL-COUNT TO WS-CLOSE-IX
                   MOVE PerFiscalPeriod TO WS-CLOSE-PERIOD
                   MOVE PerStartDate TO WS-CLOSE-START
                   MOVE PerEndDate TO WS-CLOSE-END
               END-IF
           END-IF.

      * A nightly run still open means the subledger is mid-change.
      * Otherwise every weekday in the period that is not a holiday
      * must be on the run-control history as completed.
       CheckBusinessDates.
           IF NIGHTLY-RUN-OPEN
               SET CLOSE-REFUSED TO TRUE
               MOVE SPACES TO PCL-MESSAGE-TEXT
               STRING "NIGHTLY RUN FOR " WS-BUSINESS-DATE
                       " IS STILL OPEN"
                   DELIMITED BY SIZE INTO PCL-MESSAGE-TEXT
               WRITE CloseReportLine FROM PCL-MESSAGE-LINE
           END-IF

           MOVE WS-CLOSE-START TO WS-DATE-NUM
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-CLOSE-END TO WS-DATE-NUM
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAY-COUNT = WS-END-INTEGER - WS-START-INTEGER + 1
           IF WS-DAY-COUNT > WS-DAY-MAX
               DISPLAY "CheckBusinessDates: period " WS-CLOSE-PERIOD
                   " is longer than " WS-DAY-MAX " days"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DAY-TABLE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RunHistoryFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ RunHistoryFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF RhsComplete
                               AND RhsBusinessDate IS NUMERIC
                               AND RhsBusinessDate >= WS-CLOSE-START
                               AND RhsBusinessDate <= WS-CLOSE-END
                           MOVE RhsBusinessDate TO WS-DATE-NUM
                           COMPUTE WS-DAY-IX =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                               - WS-START-INTEGER + 1
                           MOVE 'Y' TO WS-DAY-DONE(WS-DAY-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunHistoryFile

           PERFORM CheckOneDate
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT

           MOVE "BUSINESS DATES IN PERIOD" TO PCL-CNT-LABEL
           MOVE WS-BUSINESS-DAYS TO PCL-CNT-VALUE
           WRITE CloseReportLine FROM PCL-COUNT-LINE
           MOVE "BUSINESS DATES COMPLETED" TO PCL-CNT-LABEL
           MOVE WS-DAYS-COMPLETED TO PCL-CNT-VALUE
           WRITE CloseReportLine FROM PCL-COUNT-LINE
           MOVE "BUSINESS DATES NOT COMPLETED" TO PCL-CNT-LABEL
           MOVE WS-DAYS-MISSING TO PCL-CNT-VALUE
           WRITE CloseReportLine FROM PCL-COUNT-LINE
           MOVE SPACES TO CloseReportLine
           WRITE CloseReportLine.

      * Day 1 of INTEGER-OF-DATE (1601-01-01) was a Monday, so the
      * integer less one, modulo 7, runs 0 (Monday) to 6 (Sunday).
       CheckOneDate.
           COMPUTE WS-DAY-INTEGER = WS-START-INTEGER + WS-DAY-IX - 1
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
               ADD 1 TO WS-BUSINESS-DAYS
               IF WS-DAY-DONE(WS-DAY-IX) = 'Y'
                   ADD 1 TO WS-DAYS-COMPLETED
               ELSE
                   ADD 1 TO WS-DAYS-MISSING
                   SET CLOSE-REFUSED TO TRUE
                   MOVE WS-DATE-TEXT TO PCL-DATE-MISSING
                   MOVE "NOT COMPLETED ON RUN CONTROL" TO PCL-DATE-NOTE
                   WRITE CloseReportLine FROM PCL-DATE-LINE
               END-IF
           END-IF.

      * A run logged more than once for the period (a rerun) shows
      * the latest.
       CheckMonthEndRuns.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PeriodRunLog
           PERFORM UNTIL END-OF-FILE-HIT
               READ PeriodRunLog
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF PrlFiscalPeriod = WS-CLOSE-PERIOD
                           PERFORM NoteMonthEndRun
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PeriodRunLog

           MOVE "STATEMENT RUN" TO PCL-RUN-LABEL
           IF STATEMENTS-RAN
               MOVE "RAN" TO PCL-RUN-STATUS
               MOVE WS-STATEMENT-DATE TO PCL-RUN-DATE
               MOVE WS-STATEMENT-COUNT TO PCL-RUN-COUNT
           ELSE
               PERFORM NoteMissingRun
           END-IF
           WRITE CloseReportLine FROM PCL-RUN-LINE
           MOVE "FINANCE-CHARGE RUN" TO PCL-RUN-LABEL
           IF FINANCE-CHARGES-RAN
               MOVE "RAN" TO PCL-RUN-STATUS
               MOVE WS-FINCHG-DATE TO PCL-RUN-DATE
               MOVE WS-FINCHG-COUNT TO PCL-RUN-COUNT
           ELSE
               PERFORM NoteMissingRun
           END-IF
           WRITE CloseReportLine FROM PCL-RUN-LINE
           MOVE "DUNNING RUN" TO PCL-RUN-LABEL
           IF DUNNING-RAN
               MOVE "RAN" TO PCL-RUN-STATUS
               MOVE WS-DUNNING-DATE TO PCL-RUN-DATE
               MOVE WS-DUNNING-COUNT TO PCL-RUN-COUNT
           ELSE
               PERFORM NoteMissingRun
           END-IF
           WRITE CloseReportLine FROM PCL-RUN-LINE.

       NoteMonthEndRun.
           EVALUATE TRUE
               WHEN PrlStatementRun
                   SET STATEMENTS-RAN TO TRUE
                   MOVE PrlRunDate TO WS-STATEMENT-DATE
                   MOVE PrlItemCount TO WS-STATEMENT-COUNT
               WHEN PrlFinanceChargeRun
                   SET FINANCE-CHARGES-RAN TO TRUE
                   MOVE PrlRunDate TO WS-FINCHG-DATE
                   MOVE PrlItemCount TO WS-FINCHG-COUNT
               WHEN PrlDunningRun
                   SET DUNNING-RAN TO TRUE
                   MOVE PrlRunDate TO WS-DUNNING-DATE
                   MOVE PrlItemCount TO WS-DUNNING-COUNT
           END-EVALUATE.

       NoteMissingRun.
           SET CLOSE-REFUSED TO TRUE
           MOVE "NOT RUN" TO PCL-RUN-STATUS
           MOVE SPACES TO PCL-RUN-DATE
           MOVE ZERO TO PCL-RUN-COUNT.

      * Earlier periods' snapshots are carried through; lines for
      * this period can only be from an earlier attempt whose swap
      * never ran, and are replaced.
       TakeSubledgerSnapshot.
           OPEN OUTPUT NewSubledgerFile
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PriorSubledgerFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ PriorSubledgerFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF PslFiscalPeriod NOT = WS-CLOSE-PERIOD
                           WRITE SubledgerRecord FROM PriorSubledgerLine
                           ADD 1 TO WS-PRIOR-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PriorSubledgerFile

           OPEN INPUT BalanceFile
           IF NOT BalanceFileOpenOK
               DISPLAY "TakeSubledgerSnapshot: unable to open "
                   "BalanceFile, status " WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ BalanceFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       MOVE SPACES TO SubledgerRecord
                       MOVE WS-CLOSE-PERIOD TO SldFiscalPeriod
                       MOVE "BALMAST" TO SldSource
                       MOVE BALANCE-RECORD TO SldData
                       WRITE SubledgerRecord
                       ADD 1 TO WS-BALANCES-SAVED
                       ADD BalBalance TO WS-BALANCE-TOTAL
               END-READ
           END-PERFORM
           CLOSE BalanceFile

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
               READ OpenItemFile
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       MOVE SPACES TO SubledgerRecord
                       MOVE WS-CLOSE-PERIOD TO SldFiscalPeriod
                       MOVE "OPNITEM" TO SldSource
                       MOVE OPEN-ITEM-RECORD TO SldData
                       WRITE SubledgerRecord
                       ADD 1 TO WS-ITEMS-SAVED
                       ADD OpnAmount TO WS-ITEM-TOTAL
               END-READ
           END-PERFORM
           CLOSE OpenItemFile
           CLOSE NewSubledgerFile

           MOVE SPACES TO CloseReportLine
           WRITE CloseReportLine
           MOVE SPACES TO PCL-MESSAGE-TEXT
           STRING "PERIOD-END SUBLEDGER AS OF BUSINESS DATE "
                   WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PCL-MESSAGE-TEXT
           WRITE CloseReportLine FROM PCL-MESSAGE-LINE
           MOVE "BALANCE RECORDS SAVED" TO PCL-CNT-LABEL
           MOVE WS-BALANCES-SAVED TO PCL-CNT-VALUE
           WRITE CloseReportLine FROM PCL-COUNT-LINE
           MOVE "BALMAST.DAT TOTAL" TO PCL-AMT-LABEL
           MOVE WS-BALANCE-TOTAL TO PCL-AMT-VALUE
           WRITE CloseReportLine FROM PCL-AMOUNT-LINE
           MOVE "OPEN ITEMS SAVED" TO PCL-CNT-LABEL
           MOVE WS-ITEMS-SAVED TO PCL-CNT-VALUE
           WRITE CloseReportLine FROM PCL-COUNT-LINE
           MOVE "OPNITEM.TXT TOTAL" TO PCL-AMT-LABEL
           MOVE WS-ITEM-TOTAL TO PCL-AMT-VALUE
           WRITE CloseReportLine FROM PCL-AMOUNT-LINE
           IF WS-BALANCE-TOTAL NOT = WS-ITEM-TOTAL
               MOVE "NOTE: BALANCES AND OPEN ITEMS DIFFER" TO
                   PCL-MESSAGE-TEXT
               WRITE CloseReportLine FROM PCL-MESSAGE-LINE
           END-IF.

       WriteClosedCalendar.
           MOVE 'C' TO CalStatus(WS-CLOSE-IX)
           MOVE WS-BUSINESS-DATE TO CalClosedDate(WS-CLOSE-IX)
           OPEN OUTPUT NewCalendarFile
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               WRITE NewCalendarLine FROM WS-CAL-ENTRY(WS-CAL-IX)
           END-PERFORM
           CLOSE NewCalendarFile.
