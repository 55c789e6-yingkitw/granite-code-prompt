       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAging.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Weekly open-disputes report
      *                for collections (dsprpt.txt). Walks the
      *                disputed-item master (dispute.dat) in key order
      *                and lists every dispute still open: the
      *                account and CUSTMAST name, the item's OrderDate
      *                and invoice, the amount disputed, the reason,
      *                the owner working it, the business date it was
      *                opened and how many days it has been
      *                outstanding as of the run-control business date
      *                (clock fallback). A dispute whose item is no
      *                longer on opnitem.txt - paid, written off or
      *                credited while the dispute sat open - is
      *                flagged so the owner can resolve it. The
      *                closing section counts and totals the open
      *                disputes by how long they have been
      *                outstanding (under 30, 30-59, 60-89, 90 days
      *                and over). Run weekly (DSPRJOB).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DspKey
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT OPTIONAL OpenItemFile ASSIGN TO "opnitem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT DisputeReport ASSIGN TO "dsprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile.
       COPY DSPREC.

       FD  OpenItemFile.
       COPY OPNREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  DisputeReport.
       01  DisputeReportLine           PIC X(132).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS           PIC X(2).
           88  DisputeOpenOK           VALUE '00' '05'.

       01  WS-OPEN-ITEM-STATUS         PIC X(2).
           88  OpenItemFileOK          VALUE '00' '05'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.
           88  CustMastFileOK          VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-FILE-HIT         VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TODAY-NUM                PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-OPENED-NUM               PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OUTSTANDING         PIC S9(7) VALUE ZERO.

      * Only the keys of the open items are needed - whether the
      * disputed item is still there.
       01  WS-ITEM-MAX                 PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ITEM-IX                  PIC 9(5) VALUE ZERO.
       01  WS-ITEM-FOUND-IX            PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 5000 TIMES.
               10  ItmAcctNo           PIC 9(6).
               10  ItmOrderDate        PIC X(8).
               10  ItmInvoiceNo        PIC 9(8).

       01  WS-BAND-IX                  PIC 9(1) VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  BandCount           PIC 9(7).
               10  BandAmount          PIC S9(11)V99.
       01  WS-BAND-LABELS.
           05  FILLER                  PIC X(20) VALUE
                   "UNDER 30 DAYS".
           05  FILLER                  PIC X(20) VALUE
                   "30 TO 59 DAYS".
           05  FILLER                  PIC X(20) VALUE
                   "60 TO 89 DAYS".
           05  FILLER                  PIC X(20) VALUE
                   "90 DAYS AND OVER".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL           PIC X(20) OCCURS 4 TIMES.

       01  WS-DISPUTES-LISTED          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-GONE               PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DISPUTED           PIC S9(11)V99 VALUE ZERO.

       01  DSP-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
           05  DSP-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
                   "OPEN DISPUTES REPORT".

       01  DSP-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(32) VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(10) VALUE "ORDER DATE".
           05  FILLER                  PIC X(10) VALUE "  INVOICE ".
           05  FILLER                  PIC X(14) VALUE
                   "      DISPUTED".
           05  FILLER                  PIC X(4) VALUE " RSN".
           05  FILLER                  PIC X(10) VALUE "  OWNER   ".
           05  FILLER                  PIC X(10) VALUE "OPENED    ".
           05  FILLER                  PIC X(6) VALUE "  DAYS".
           05  FILLER                  PIC X(6) VALUE "  NOTE".

       01  DSP-DETAIL-LINE.
           05  DSP-DET-ACCT            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-ORDER-DATE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-INVOICE         PIC Z(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-REASON          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-OWNER           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-OPENED          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-DAYS            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-DET-NOTE            PIC X(20).

       01  DSP-BAND-LINE.
           05  DSP-BAND-LABEL          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-BAND-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSP-BAND-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM LoadOpenItems

           OPEN INPUT DisputeFile
           IF NOT DisputeOpenOK
               DISPLAY "Main: unable to open DisputeFile, status "
                   WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CustMastFile
           IF NOT CustMastFileOK
               DISPLAY "Main: unable to open CustMastFile, status "
                   CustMastStatusCode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DisputeReport
           MOVE WS-BUSINESS-DATE TO DSP-BUSINESS-DATE
           WRITE DisputeReportLine FROM DSP-HEADING-LINE
           WRITE DisputeReportLine FROM DSP-COLUMN-HEADER

           PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
               MOVE ZERO TO BandCount(WS-BAND-IX)
               MOVE ZERO TO BandAmount(WS-BAND-IX)
           END-PERFORM

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE-HIT
               READ DisputeFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF DspOpen
                           PERFORM ListOpenDispute
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WriteBandTotals

           CLOSE DisputeFile
           CLOSE CustMastFile
           CLOSE DisputeReport

           DISPLAY "Open disputes listed: " WS-DISPUTES-LISTED
           DISPLAY "Disputed items no longer open: " WS-ITEMS-GONE
           DISPLAY "Total in dispute: " WS-TOTAL-DISPUTED
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
                       IF WS-ITEM-COUNT >= WS-ITEM-MAX
                           DISPLAY "LoadOpenItems: item table full, "
                               "item for " OpnAcctNo " not loaded"
                       ELSE
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE OpnAcctNo TO ItmAcctNo(WS-ITEM-COUNT)
                           MOVE OpnOrderDate TO
                               ItmOrderDate(WS-ITEM-COUNT)
                           MOVE OpnInvoiceNo TO
                               ItmInvoiceNo(WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenItemFile.

      * Days outstanding run from the business date the dispute was
      * opened to the business date of this report.
       ListOpenDispute.
           MOVE DspAcctNo TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   SET CustMastNotFound TO TRUE
                   MOVE SPACES TO CustMastName
               NOT INVALID KEY
                   SET CustMastFound TO TRUE
           END-READ

           MOVE DspOpenedDate TO WS-OPENED-NUM
           COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM)
           IF WS-DAYS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF

           MOVE ZERO TO WS-ITEM-FOUND-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-IX > ZERO
               IF ItmAcctNo(WS-ITEM-IX) = DspAcctNo
                       AND ItmOrderDate(WS-ITEM-IX) = DspOrderDate
                       AND ItmInvoiceNo(WS-ITEM-IX) = DspInvoiceNo
                   MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
               END-IF
           END-PERFORM

           MOVE DspAcctNo TO DSP-DET-ACCT
           MOVE CustMastName TO DSP-DET-NAME
           MOVE DspOrderDate TO DSP-DET-ORDER-DATE
           MOVE DspInvoiceNo TO DSP-DET-INVOICE
           MOVE DspAmount TO DSP-DET-AMOUNT
           MOVE DspReasonCode TO DSP-DET-REASON
           MOVE DspOwner TO DSP-DET-OWNER
           MOVE DspOpenedDate TO DSP-DET-OPENED
           MOVE WS-DAYS-OUTSTANDING TO DSP-DET-DAYS
           EVALUATE TRUE
               WHEN WS-ITEM-FOUND-IX = ZERO
                   MOVE "ITEM NO LONGER OPEN" TO DSP-DET-NOTE
                   ADD 1 TO WS-ITEMS-GONE
               WHEN CustMastNotFound
                   MOVE "NOT ON CUSTMAST" TO DSP-DET-NOTE
               WHEN OTHER
                   MOVE SPACES TO DSP-DET-NOTE
           END-EVALUATE
           WRITE DisputeReportLine FROM DSP-DETAIL-LINE

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING < 30
                   MOVE 1 TO WS-BAND-IX
               WHEN WS-DAYS-OUTSTANDING < 60
                   MOVE 2 TO WS-BAND-IX
               WHEN WS-DAYS-OUTSTANDING < 90
                   MOVE 3 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IX
           END-EVALUATE
           ADD 1 TO BandCount(WS-BAND-IX)
           ADD DspAmount TO BandAmount(WS-BAND-IX)
           ADD 1 TO WS-DISPUTES-LISTED
           ADD DspAmount TO WS-TOTAL-DISPUTED.

       WriteBandTotals.
           MOVE SPACES TO DisputeReportLine
           WRITE DisputeReportLine
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
               MOVE WS-BAND-LABEL(WS-BAND-IX) TO DSP-BAND-LABEL
               MOVE BandCount(WS-BAND-IX) TO DSP-BAND-COUNT
               MOVE BandAmount(WS-BAND-IX) TO DSP-BAND-AMOUNT
               WRITE DisputeReportLine FROM DSP-BAND-LINE
           END-PERFORM
           MOVE "TOTAL OPEN DISPUTES" TO DSP-BAND-LABEL
           MOVE WS-DISPUTES-LISTED TO DSP-BAND-COUNT
           MOVE WS-TOTAL-DISPUTED TO DSP-BAND-AMOUNT
           WRITE DisputeReportLine FROM DSP-BAND-LINE.
