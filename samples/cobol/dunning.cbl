      *                off the control and starts fresh if they slip
      *                again. Collections runs this monthly between
      *                statement runs (DUNJOB).
      *    2026-10-15  Each overdue item shows its invoice number
      *                (OpnInvoiceNo) next to the days overdue, so the
      *                customer can tell which invoice is being
      *                chased.
      *    2026-10-15  Items under an open dispute (dispute.dat, see
      *                DSPREC) are left out of the level decision: they
      *                do not make a customer delinquent, do not set the
      *                oldest bucket, and are not listed or totalled on
      *                the letter, which notes that disputed items are
      *                under review. A customer whose only overdue items
      *                are disputed gets no letter but keeps the level
      *                last sent on the control file.
      *    2026-10-15  The run now logs itself on the month-end run log
      *                (perlog.txt, PRLREC) against the period awaiting
      *                close - the oldest open period on the fiscal
      *                calendar (percal.txt, PERREC) - with the number
      *                of letters printed, so PeriodClose can see
      *                collections ran.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT OPTIONAL DunControlIn ASSIGN TO "dunctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LetterFile ASSIGN TO "dunltr.txt"
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

       FD  DunControlIn.
       01  DunControlInRecord.
           05  DciAcctNo               PIC 9(6).
       FD  LetterFile.
       01  LetterLine                  PIC X(80).

       FD  PeriodCalendarFile.
       COPY PERREC.

       FD  PeriodRunLog.
       COPY PRLREC.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.
       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.

       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.
       01  WS-DISPUTE-FILE-FLAG        PIC X(1) VALUE 'N'.
           88  DISPUTE-FILE-PRESENT    VALUE 'Y'.
       01  WS-DISPUTED-SWITCH          PIC X(1) VALUE 'N'.
           88  ITEM-IS-DISPUTED        VALUE 'Y'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.
       01  WS-MAST-EOF-FLAG            PIC X(1) VALUE 'N'.
               10  ItmOrderDate        PIC X(8).
               10  ItmAmount           PIC S9(7)V99.
               10  ItmAgeDays          PIC S9(7).
               10  ItmInvoiceNo        PIC 9(8).
               10  ItmDisputedFlag     PIC X(1).

       01  WS-CTL-MAX                  PIC 9(4) VALUE 2000.
       01  WS-CTL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ITEM-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE             PIC X(21).

       01  WS-CALENDAR-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CLOSING-PERIOD-END       PIC X(8) VALUE SPACES.

       01  WS-PAST-DUE-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-OLDEST-AGE               PIC S9(7) VALUE ZERO.
       01  WS-BUCKET-LEVEL             PIC 9(1) VALUE ZERO.
       01  WS-PRIOR-LEVEL              PIC 9(1) VALUE ZERO.
       01  WS-LETTER-LEVEL             PIC 9(1) VALUE ZERO.
       01  WS-LETTERS-PRINTED          PIC 9(7) VALUE ZERO.
       01  WS-DISPUTED-OVERDUE         PIC 9(5) VALUE ZERO.
       01  WS-LEVELS-HELD              PIC 9(7) VALUE ZERO.

       01  DUN-DATE-LINE.
           05  FILLER                  PIC X(6) VALUE "DATE: ".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
                   "DAYS OVERDUE".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "INVOICE".

       01  DUN-ITEM-LINE.
           05  DUN-ITEM-DATE           PIC X(8).
           05  DUN-ITEM-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DUN-ITEM-AGE            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DUN-ITEM-INVOICE        PIC Z(8).

       01  DUN-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
           CLOSE LetterFile
           CLOSE DunControlOut

           PERFORM LogPeriodRun

           DISPLAY "Dunning letters printed: " WS-LETTERS-PRINTED
           DISPLAY "Levels held (overdue items all disputed): "
               WS-LEVELS-HELD
           STOP RUN.

      * Only items already past 30 days matter here, so the age is
      * worked out once at load. Negative items (posted adjustments)
      * are skipped - they are credits, not collectables. Each item
      * is marked with whether it is under an open dispute.
       LoadOpenItems.
           OPEN INPUT DisputeFile
           IF NOT DisputeOpenOK
               DISPLAY "LoadOpenItems: unable to open DisputeFile, "
                   "status " WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           IF WS-DISPUTE-STATUS = '00'
               SET DISPUTE-FILE-PRESENT TO TRUE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OpenItemFile
           PERFORM UNTIL END-OF-FILE-HIT
                       PERFORM AddOpenItem
               END-READ
           END-PERFORM
           CLOSE OpenItemFile
           CLOSE DisputeFile.

       AddOpenItem.
           IF OpnAmount > ZERO
                   MOVE OpnAcctNo TO ItmAcctNo(WS-ITEM-COUNT)
                   MOVE OpnOrderDate TO ItmOrderDate(WS-ITEM-COUNT)
                   MOVE OpnAmount TO ItmAmount(WS-ITEM-COUNT)
                   MOVE OpnInvoiceNo TO ItmInvoiceNo(WS-ITEM-COUNT)
                   PERFORM CheckItemDisputed
                   MOVE WS-DISPUTED-SWITCH TO
                       ItmDisputedFlag(WS-ITEM-COUNT)
                   MOVE OpnOrderDate TO WS-ITEM-DATE-NUM
                   COMPUTE ItmAgeDays(WS-ITEM-COUNT) =
                       WS-TODAY-INTEGER -
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

       LoadDunningControl.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DunControlIn
      * demand - so a run never restarts a chased customer at the
      * polite first letter. Customers with nothing past due write
      * no control record and start fresh if they slip again.
      * Disputed items take no part: they neither make a customer
      * delinquent, count toward the oldest bucket, nor appear on the
      * letter. A customer whose only overdue items are disputed gets
      * no letter but keeps the level last sent, so escalation picks
      * up where it was if the dispute goes against them.
       ProcessCustomer.
           MOVE ZERO TO WS-PAST-DUE-TOTAL
           MOVE ZERO TO WS-OLDEST-AGE
           MOVE ZERO TO WS-DISPUTED-OVERDUE
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = CustMastAcctNo
                       AND ItmAgeDays(WS-ITEM-IX) >= 30
                   IF ItmDisputedFlag(WS-ITEM-IX) = 'Y'
                       ADD 1 TO WS-DISPUTED-OVERDUE
                   ELSE
                       ADD ItmAmount(WS-ITEM-IX) TO WS-PAST-DUE-TOTAL
                       IF ItmAgeDays(WS-ITEM-IX) > WS-OLDEST-AGE
                           MOVE ItmAgeDays(WS-ITEM-IX) TO
                               WS-OLDEST-AGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE CustMastAcctNo TO DcoAcctNo
               MOVE WS-LETTER-LEVEL TO DcoLevel
               WRITE DunControlOutRecord
           ELSE
               IF WS-DISPUTED-OVERDUE > ZERO
                   PERFORM FindPriorLevel
                   IF WS-PRIOR-LEVEL > ZERO
                       MOVE CustMastAcctNo TO DcoAcctNo
                       MOVE WS-PRIOR-LEVEL TO DcoLevel
                       WRITE DunControlOutRecord
                       ADD 1 TO WS-LEVELS-HELD
                   END-IF
               END-IF
           END-IF.

       DecideLetterLevel.
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-LEVEL
           END-EVALUATE
           PERFORM FindPriorLevel
           COMPUTE WS-LETTER-LEVEL = WS-PRIOR-LEVEL + 1
           IF WS-BUCKET-LEVEL > WS-LETTER-LEVEL
               MOVE WS-BUCKET-LEVEL TO WS-LETTER-LEVEL
               MOVE 3 TO WS-LETTER-LEVEL
           END-IF.

       FindPriorLevel.
           MOVE ZERO TO WS-PRIOR-LEVEL
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF CtlAcctNo(WS-CTL-IX) = CustMastAcctNo
                   MOVE CtlLevel(WS-CTL-IX) TO WS-PRIOR-LEVEL
               END-IF
           END-PERFORM.

       PrintDunningLetter.
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                   WS-CURRENT-DATE(1:4)
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF ItmAcctNo(WS-ITEM-IX) = CustMastAcctNo
                       AND ItmAgeDays(WS-ITEM-IX) >= 30
                       AND ItmDisputedFlag(WS-ITEM-IX) = 'N'
                   MOVE ItmOrderDate(WS-ITEM-IX) TO DUN-ITEM-DATE
                   MOVE ItmAmount(WS-ITEM-IX) TO DUN-ITEM-AMOUNT
                   MOVE ItmInvoiceNo(WS-ITEM-IX) TO DUN-ITEM-INVOICE
                   COMPUTE DUN-ITEM-AGE =
                       ItmAgeDays(WS-ITEM-IX) - 30
                   WRITE LetterLine FROM DUN-ITEM-LINE

           MOVE WS-PAST-DUE-TOTAL TO DUN-TOTAL-AMOUNT
           WRITE LetterLine FROM DUN-TOTAL-LINE
           IF WS-DISPUTED-OVERDUE > ZERO
               MOVE "Items you have disputed are under review and "
                   TO DUN-BODY-TEXT
               WRITE LetterLine FROM DUN-BODY-LINE
               MOVE "are not included above." TO DUN-BODY-TEXT
               WRITE LetterLine FROM DUN-BODY-LINE
           END-IF
           WRITE LetterLine FROM DUN-SEPARATOR-LINE
           ADD 1 TO WS-LETTERS-PRINTED.

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
           SET PrlDunningRun TO TRUE
           MOVE WS-CURRENT-DATE(1:8) TO PrlRunDate
           MOVE WS-LETTERS-PRINTED TO PrlItemCount
           WRITE PERIOD-RUN-LOG-RECORD
           CLOSE PeriodRunLog
           DISPLAY "Logged for fiscal period: " WS-CLOSING-PERIOD.
