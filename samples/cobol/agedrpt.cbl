      *                open balance ages under one line. Orphan lines
      *                (account no longer on the master) print the
      *                account with a blank name.
      *    2026-10-15  Items under an open dispute (dispute.dat, see
      *                DSPREC) print in their own DISPUTED column,
      *                ahead of TOTAL, instead of in an aging bucket;
      *                the total still includes them so the line ties
      *                to the account's open balance.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT AgedReport ASSIGN TO "agedrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  DisputeFile.
       COPY DSPREC.

       FD  AgedReport.
       01  AgedReportLine              PIC X(132).

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFileOK          VALUE '00'.

       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.
       01  WS-DISPUTE-FILE-FLAG        PIC X(1) VALUE 'N'.
           88  DISPUTE-FILE-PRESENT    VALUE 'Y'.
       01  WS-DISPUTED-SWITCH          PIC X(1) VALUE 'N'.
           88  ITEM-IS-DISPUTED        VALUE 'Y'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-ITEMS            VALUE 'Y'.
       01  WS-MAST-EOF-FLAG            PIC X(1) VALUE 'N'.
               10  Age30Amt            PIC S9(9)V99.
               10  Age60Amt            PIC S9(9)V99.
               10  Age90Amt            PIC S9(9)V99.
               10  AgeDisputedAmt      PIC S9(9)V99.
               10  AgeTotalAmt         PIC S9(9)V99.
               10  AgePrintedFlag      PIC X(1).

       01  WS-GT-30                    PIC S9(11)V99 VALUE ZERO.
       01  WS-GT-60                    PIC S9(11)V99 VALUE ZERO.
       01  WS-GT-90                    PIC S9(11)V99 VALUE ZERO.
       01  WS-GT-DISPUTED              PIC S9(11)V99 VALUE ZERO.
       01  WS-GT-TOTAL                 PIC S9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE             PIC X(21).
           05  FILLER                  PIC X(7) VALUE "60 DAYS".
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "90+DAYS".
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "DISPUTED".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "TOTAL".

           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-DET-90              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-DET-DISPUTED        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-DET-TOTAL           PIC -ZZ,ZZZ,ZZ9.99.

       01  AGE-GRAND-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-GT-90               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-GT-DISPUTED         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGE-GT-TOTAL            PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           STOP RUN.

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
           OPEN INPUT OpenItemFile
           IF NOT OpenItemFileOK
               DISPLAY "LoadOpenItems: unable to open OpenItemFile, "
                       PERFORM AgeOpenItem
               END-READ
           END-PERFORM
           CLOSE OpenItemFile
           CLOSE DisputeFile.

      * Posted items always carry a date that passed SampleProgram's
      * ValidateOrderDate, so the INTEGER-OF-DATE here is safe.
      * An item under an open dispute is not aged into a bucket - it
      * goes to the disputed column, and still counts in the total.
       AgeOpenItem.
           PERFORM FindAgeEntry
           IF WS-AGE-FOUND-IX = ZERO
           IF WS-AGE-FOUND-IX = ZERO
               ADD 1 TO WS-ITEMS-DROPPED
           ELSE
               PERFORM CheckItemDisputed
               MOVE OpnOrderDate TO WS-ITEM-DATE-NUM
               COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               EVALUATE TRUE
                   WHEN ITEM-IS-DISPUTED
                       ADD OpnAmount TO
                           AgeDisputedAmt(WS-AGE-FOUND-IX)
                   WHEN WS-ITEM-AGE-DAYS < 30
                       ADD OpnAmount TO
                           AgeCurrentAmt(WS-AGE-FOUND-IX)
               ADD OpnAmount TO AgeTotalAmt(WS-AGE-FOUND-IX)
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

       FindAgeEntry.
           MOVE ZERO TO WS-AGE-FOUND-IX
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
               MOVE ZERO TO Age30Amt(WS-AGE-COUNT)
               MOVE ZERO TO Age60Amt(WS-AGE-COUNT)
               MOVE ZERO TO Age90Amt(WS-AGE-COUNT)
               MOVE ZERO TO AgeDisputedAmt(WS-AGE-COUNT)
               MOVE ZERO TO AgeTotalAmt(WS-AGE-COUNT)
               MOVE 'N' TO AgePrintedFlag(WS-AGE-COUNT)
               MOVE WS-AGE-COUNT TO WS-AGE-FOUND-IX
           MOVE WS-GT-30 TO AGE-GT-30
           MOVE WS-GT-60 TO AGE-GT-60
           MOVE WS-GT-90 TO AGE-GT-90
           MOVE WS-GT-DISPUTED TO AGE-GT-DISPUTED
           MOVE WS-GT-TOTAL TO AGE-GT-TOTAL
           WRITE AgedReportLine FROM AGE-GRAND-LINE
           CLOSE AgedReport
           MOVE Age30Amt(WS-AGE-FOUND-IX) TO AGE-DET-30
           MOVE Age60Amt(WS-AGE-FOUND-IX) TO AGE-DET-60
           MOVE Age90Amt(WS-AGE-FOUND-IX) TO AGE-DET-90
           MOVE AgeDisputedAmt(WS-AGE-FOUND-IX) TO AGE-DET-DISPUTED
           MOVE AgeTotalAmt(WS-AGE-FOUND-IX) TO AGE-DET-TOTAL
           WRITE AgedReportLine FROM AGE-DETAIL-LINE
           ADD AgeCurrentAmt(WS-AGE-FOUND-IX) TO WS-GT-CURRENT
           ADD Age30Amt(WS-AGE-FOUND-IX) TO WS-GT-30
           ADD Age60Amt(WS-AGE-FOUND-IX) TO WS-GT-60
           ADD Age90Amt(WS-AGE-FOUND-IX) TO WS-GT-90
           ADD AgeDisputedAmt(WS-AGE-FOUND-IX) TO WS-GT-DISPUTED
           ADD AgeTotalAmt(WS-AGE-FOUND-IX) TO WS-GT-TOTAL
           MOVE 'Y' TO AgePrintedFlag(WS-AGE-FOUND-IX).
