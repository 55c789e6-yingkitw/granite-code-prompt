      *                base and the charge; accounts no longer on
      *                CUSTMAST are listed as skipped rather than
      *                raising a charge that could only reject.
      *    2026-10-15  Items under an open dispute (dispute.dat, see
      *                DSPREC) are left out of AccumulateOverdueBases -
      *                no finance charge accrues on an amount the
      *                customer is contesting. The register closes with
      *                the count and amount of disputed overdue items
      *                not assessed.
      *    2026-10-15  The run now logs itself on the month-end run log
      *                (perlog.txt, PRLREC) against the period awaiting
      *                close - the oldest open period on the fiscal
      *                calendar (percal.txt, PERREC) - with the number
      *                of charges raised, so PeriodClose can see the
      *                assessment was made.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT FinanceExtract ASSIGN TO "finext.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodCalendarFile ASSIGN TO "percal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PeriodRunLog ASSIGN TO "perlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OpenItemFile.
       FD  CustMastFile.
       COPY CUSTREC.

       FD  DisputeFile.
       COPY DSPREC.

       FD  FinanceExtract.
       COPY ORDEXT REPLACING ORDER-RECORD BY FINANCE-ORDER-RECORD.

       FD  RunControlFile.
       COPY RUNREC.

       FD  PeriodCalendarFile.
       COPY PERREC.

       FD  PeriodRunLog.
       COPY PRLREC.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.

       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.
       01  WS-DISPUTE-FILE-FLAG        PIC X(1) VALUE 'N'.
           88  DISPUTE-FILE-PRESENT    VALUE 'Y'.
       01  WS-DISPUTED-SWITCH          PIC X(1) VALUE 'N'.
           88  ITEM-IS-DISPUTED        VALUE 'Y'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-ITEM-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-ITEM-AGE-DAYS            PIC S9(7) VALUE ZERO.
       01  WS-CURRENT-DATE             PIC X(21).

       01  WS-CALENDAR-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CLOSING-PERIOD-END       PIC X(8) VALUE SPACES.
       01  WS-ASSESS-DATE              PIC X(8) VALUE SPACES.

       01  WS-CHARGE-AMOUNT            PIC S9(7)V99 VALUE ZERO.
       01  WS-ACCTS-SKIPPED            PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-BASE               PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CHARGED            PIC S9(11)V99 VALUE ZERO.
       01  WS-DISPUTED-ITEMS           PIC 9(7) VALUE ZERO.
       01  WS-DISPUTED-TOTAL           PIC S9(11)V99 VALUE ZERO.

       01  REG-HEADING-LINE.
           05  FILLER                  PIC X(17) VALUE
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REG-TOT-CHARGE          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  REG-DISPUTED-LINE.
           05  FILLER                  PIC X(28) VALUE
                   "DISPUTED ITEMS NOT ASSESSED ".
           05  REG-DSP-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  REG-DSP-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-TOTAL-BASE TO REG-TOT-BASE
           MOVE WS-TOTAL-CHARGED TO REG-TOT-CHARGE
           WRITE RegisterLine FROM REG-TOTAL-LINE
           MOVE WS-DISPUTED-ITEMS TO REG-DSP-COUNT
           MOVE WS-DISPUTED-TOTAL TO REG-DSP-AMOUNT
           WRITE RegisterLine FROM REG-DISPUTED-LINE

           CLOSE CustMastFile
           CLOSE FinanceExtract
           CLOSE RegisterFile

           PERFORM LogPeriodRun

           DISPLAY "Finance charges raised: " WS-CHARGES-RAISED
           DISPLAY "Accounts skipped (off master): "
               WS-ACCTS-SKIPPED
           DISPLAY "Total charged: " WS-TOTAL-CHARGED
           DISPLAY "Disputed items not assessed: " WS-DISPUTED-ITEMS
           STOP RUN.

      * The assessment date stamps the charge records' OrderDate, so

      * Each account's items past 30 days are netted - old credits
      * offset old charges - and only a positive net draws a charge.
      * Items inside 30 days are simply not yet chargeable. Items
      * under an open dispute are left out of the base altogether
      * and counted on the register instead.
       AccumulateOverdueBases.
           OPEN INPUT DisputeFile
           IF NOT DisputeOpenOK
               DISPLAY "AccumulateOverdueBases: unable to open "
                   "DisputeFile, status " WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DISPUTE-STATUS = '00'
               SET DISPUTE-FILE-PRESENT TO TRUE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
                       PERFORM TallyOpenItem
               END-READ
           END-PERFORM
           CLOSE OpenItemFile
           CLOSE DisputeFile.

       TallyOpenItem.
           MOVE OpnOrderDate TO WS-ITEM-DATE-NUM
           COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
           IF WS-ITEM-AGE-DAYS >= 30
               PERFORM CheckItemDisputed
               IF ITEM-IS-DISPUTED
                   ADD 1 TO WS-DISPUTED-ITEMS
                   ADD OpnAmount TO WS-DISPUTED-TOTAL
               ELSE
                   PERFORM FindAccountEntry
                   IF WS-ACCT-FOUND-IX = ZERO
                       PERFORM AddAccountEntry
                   END-IF
                   IF WS-ACCT-FOUND-IX > ZERO
                       ADD OpnAmount TO
                           ChgOverdueBase(WS-ACCT-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

      * An item is disputed while the dispute master holds an open
      * dispute under its account, OrderDate and invoice number.
       CheckItemDisputed.
           MOVE 'N' TO WS-DISPUTED-SWITCH
           IF DISPUTE-FILE-PRESENT
               MOVE OpnAcctNo TO DspAcctNo
               MOVE OpnOrderDate TO DspOrderDate
               MOVE OpnInvoiceNo TO DspInvoiceNo
               READ DisputeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DspOpen
                           SET ITEM-IS-DISPUTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       FindAccountEntry.
           MOVE ZERO TO WS-ACCT-FOUND-IX
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
           MOVE WS-ASSESS-DATE TO REG-ASSESS-DATE
           WRITE RegisterLine FROM REG-HEADING-LINE
           WRITE RegisterLine FROM REG-COLUMN-HEADER.

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
           SET PrlFinanceChargeRun TO TRUE
           MOVE WS-ASSESS-DATE TO PrlRunDate
           MOVE WS-CHARGES-RAISED TO PrlItemCount
           WRITE PERIOD-RUN-LOG-RECORD
           CLOSE PeriodRunLog
           DISPLAY "Logged for fiscal period: " WS-CLOSING-PERIOD.
