      *                statement with the whole month on it, under
      *                the current name and address. The statement
      *                heading shows the account number too.
      *    2026-10-15  Each charge line shows the invoice number
      *                posting assigned it (JrnInvoiceNo), so the
      *                customer can match the statement to the
      *                invoices they were sent; credit lines carry
      *                none and leave the column blank.
      *    2026-10-15  The run now logs itself on the month-end run log
      *                (perlog.txt, PRLREC) against the period awaiting
      *                close - the oldest open period on the fiscal
      *                calendar (percal.txt, PERREC) - with the number
      *                of statements printed, so PeriodClose can see the
      *                statements went out.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT StatementFile ASSIGN TO "stmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodRunLog ASSIGN TO "perlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustMastFile.
       FD  StatementFile.
       01  StatementLine               PIC X(80).

       FD  PeriodCalendarFile.
       COPY PERREC.

       FD  PeriodRunLog.
       COPY PRLREC.

       WORKING-STORAGE SECTION.
       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.

       01  WS-CURRENT-DATE             PIC X(21).

       01  WS-CALENDAR-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CLOSING-PERIOD-END       PIC X(8) VALUE SPACES.

       01  STM-HEADING-LINE.
           05  FILLER                  PIC X(23) VALUE
                   "STATEMENT OF ACCOUNT - ".
           05  FILLER                  PIC X(6) VALUE "AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "TYPE".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "INVOICE".

       01  STM-DETAIL-LINE.
           05  STM-DET-DATE            PIC X(8).
           05  STM-DET-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-DET-TYPE            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STM-DET-INVOICE         PIC Z(8).

       01  STM-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE "MONTH TOTAL: ".
           CLOSE CustMastFile
           CLOSE StatementFile

           PERFORM LogPeriodRun

           DISPLAY "Statements printed: " WS-STATEMENTS-PRINTED
           DISPLAY "Total billed all customers: " WS-MONTH-TOTAL
           STOP RUN.
           COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
           MOVE JrnOrderDate TO STM-DET-DATE
           MOVE WS-LINE-AMOUNT TO STM-DET-AMOUNT
           MOVE JrnInvoiceNo TO STM-DET-INVOICE
           IF JrnDisposition = "POSTED-ADJUST"
               MOVE "CREDIT" TO STM-DET-TYPE
               SUBTRACT WS-LINE-AMOUNT FROM WS-CUSTOMER-TOTAL
           MOVE CustMastAddress TO STM-CUSTOMER-ADDRESS
           WRITE StatementLine FROM STM-ADDRESS-LINE
           WRITE StatementLine FROM STM-COLUMN-HEADER.

      * The month-end run is for the period awaiting close - the
      * oldest period still open on the calendar. PeriodClose looks
      * for this record before it will close the period.
       LogPeriodRun.
           OPEN INPUT PeriodCalendarFile
           PERFORM UNTIL END-OF-CALENDAR
               READ PeriodCalendarFile
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF PerPeriodRecord AND PerOpen
                           IF WS-CLOSING-PERIOD-END = SPACES
                                   OR PerEndDate < WS-CLOSING-PERIOD-END
                               MOVE PerFiscalPeriod TO WS-CLOSING-PERIOD
                               MOVE PerEndDate TO WS-CLOSING-PERIOD-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PeriodCalendarFile

           OPEN EXTEND PeriodRunLog
           MOVE SPACES TO PERIOD-RUN-LOG-RECORD
           MOVE WS-CLOSING-PERIOD TO PrlFiscalPeriod
           SET PrlStatementRun TO TRUE
           MOVE WS-CURRENT-DATE(1:8) TO PrlRunDate
           MOVE WS-STATEMENTS-PRINTED TO PrlItemCount
           WRITE PERIOD-RUN-LOG-RECORD
           CLOSE PeriodRunLog
           DISPLAY "Logged for fiscal period: " WS-CLOSING-PERIOD.
