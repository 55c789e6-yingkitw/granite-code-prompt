       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoicePrint.

      ******************************************************************
      *    Modification History
      *    ---------------------
      *    2026-10-15  Initial version. Charges posted every night
      *                but nothing went to the customer until the
      *                month-end statement, and the statement had no
      *                document number to quote. Posting now numbers
      *                every POSTED-CHARGE (JrnInvoiceNo, from the
      *                invoice control record); this step runs after
      *                the order summary batch, re-reads the day's
      *                journal.txt and prints one invoice per posted
      *                charge to invoice.txt: the invoice number and
      *                date, the bill-to name, account and address
      *                from custmast.dat, the billing branch, the
      *                order date, the amount in the currency it was
      *                billed in (with the house-currency equivalent
      *                when that differs), the sales tax line posting
      *                computed for the customer's jurisdiction, and
      *                the total due. A closing line carries the
      *                invoice count and total billed for the day.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.

           SELECT InvoiceFile ASSIGN TO "invoice.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
       COPY JRNREC.

       FD  CustMastFile.
       COPY CUSTREC.

       FD  InvoiceFile.
       01  InvoiceLine                 PIC X(80).

       FD  RunControlFile.
       COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS           PIC X(2).
           88  JournalFileOK           VALUE '00'.

       01  CustMastStatusCode          PIC X(2).
           88  CustMastFound           VALUE '00'.
           88  CustMastNotFound        VALUE '23'.
           88  CustMastFileOK          VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.

       01  WS-HOUSE-CURRENCY           PIC X(3) VALUE "USD".
       01  WS-CURRENT-DATE             PIC X(21).

       01  WS-AMOUNT-TEXT              PIC X(13).
       01  WS-HOUSE-AMOUNT             PIC S9(9)V99 VALUE ZERO.
       01  WS-ORIG-AMOUNT              PIC S9(9)V99 VALUE ZERO.
       01  WS-TAX-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-DUE                PIC S9(9)V99 VALUE ZERO.
       01  WS-BILLED-CURRENCY          PIC X(3).

       01  WS-INVOICES-PRINTED         PIC 9(7) VALUE ZERO.
       01  WS-INVOICED-TOTAL           PIC S9(11)V99 VALUE ZERO.

       01  INV-TITLE-LINE.
           05  FILLER                  PIC X(7) VALUE "INVOICE".
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "INVOICE NO: ".
           05  INV-NUMBER              PIC 9(8).

       01  INV-DATE-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "INVOICE DATE: ".
           05  INV-DATE                PIC X(10).

       01  INV-NAME-LINE.
           05  FILLER                  PIC X(9) VALUE "BILL TO: ".
           05  INV-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(8) VALUE "   ACCT ".
           05  INV-ACCT-NO             PIC 9(6).

       01  INV-ADDRESS-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  INV-CUSTOMER-ADDRESS    PIC X(30).

       01  INV-BRANCH-LINE.
           05  FILLER                  PIC X(8) VALUE "BRANCH: ".
           05  INV-BRANCH              PIC X(3).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ORDER DATE: ".
           05  INV-ORDER-DATE          PIC X(8).

       01  INV-AMOUNT-LINE.
           05  INV-AMT-LABEL           PIC X(36).
           05  INV-AMT-VALUE           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  INV-AMT-CURRENCY        PIC X(3).

       01  INV-SEPARATOR-LINE          PIC X(60) VALUE ALL "-".

       01  INV-GRAND-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "INVOICES PRINTED: ".
           05  INV-GRAND-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "TOTAL BILLED: ".
           05  INV-GRAND-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM ReadRunControl
           OPEN INPUT JournalFile
           IF NOT JournalFileOK
               DISPLAY "Main: unable to open JournalFile, status "
                   WS-JOURNAL-STATUS
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

           OPEN OUTPUT InvoiceFile

           PERFORM UNTIL END-OF-JOURNAL
               READ JournalFile
                   AT END
                       SET END-OF-JOURNAL TO TRUE
                   NOT AT END
                       IF JrnDisposition = "POSTED-CHARGE"
                           PERFORM PrintInvoice
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-INVOICES-PRINTED TO INV-GRAND-COUNT
           MOVE WS-INVOICED-TOTAL TO INV-GRAND-AMOUNT
           WRITE InvoiceLine FROM INV-GRAND-LINE

           CLOSE JournalFile
           CLOSE CustMastFile
           CLOSE InvoiceFile

           DISPLAY "Invoices printed: " WS-INVOICES-PRINTED
           DISPLAY "Total invoiced: " WS-INVOICED-TOTAL
           STOP RUN.

      * Only the house currency is needed from the run control - the
      * invoice date is each entry's own business date, off the
      * journal timestamp.
       ReadRunControl.
           OPEN INPUT RunControlFile
           READ RunControlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF RunHouseCurrency NOT = SPACES
                       MOVE RunHouseCurrency TO WS-HOUSE-CURRENCY
                   END-IF
           END-READ
           CLOSE RunControlFile.

      * Posting only numbers a charge for a customer it found on
      * CUSTMAST, so a miss here means the master changed under the
      * run; the invoice still prints under the journal's name so
      * the number is not lost, and the miss is DISPLAYed.
       PrintInvoice.
           MOVE JrnAcctNo TO CustMastAcctNo
           READ CustMastFile
               INVALID KEY
                   SET CustMastNotFound TO TRUE
                   MOVE JrnCustomerName TO CustMastName
                   MOVE SPACES TO CustMastAddress
                   DISPLAY "PrintInvoice: account " JrnAcctNo
                       " not on CUSTMAST, invoice " JrnInvoiceNo
                       " printed without address"
               NOT INVALID KEY
                   SET CustMastFound TO TRUE
           END-READ

           MOVE JrnTotalAmount TO WS-AMOUNT-TEXT
           COMPUTE WS-HOUSE-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
           MOVE JrnOrigAmount TO WS-AMOUNT-TEXT
           COMPUTE WS-ORIG-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
           MOVE JrnTaxAmount TO WS-AMOUNT-TEXT
           COMPUTE WS-TAX-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
           COMPUTE WS-TOTAL-DUE = WS-HOUSE-AMOUNT + WS-TAX-AMOUNT
           IF JrnCurrencyCode = SPACES
               MOVE WS-HOUSE-CURRENCY TO WS-BILLED-CURRENCY
           ELSE
               MOVE JrnCurrencyCode TO WS-BILLED-CURRENCY
           END-IF

           MOVE JrnInvoiceNo TO INV-NUMBER
           WRITE InvoiceLine FROM INV-TITLE-LINE
           STRING JrnTimestamp(5:2) "/" JrnTimestamp(7:2) "/"
                   JrnTimestamp(1:4)
               DELIMITED BY SIZE INTO INV-DATE
           WRITE InvoiceLine FROM INV-DATE-LINE
           MOVE CustMastName TO INV-CUSTOMER-NAME
           MOVE JrnAcctNo TO INV-ACCT-NO
           WRITE InvoiceLine FROM INV-NAME-LINE
           MOVE CustMastAddress TO INV-CUSTOMER-ADDRESS
           WRITE InvoiceLine FROM INV-ADDRESS-LINE
           MOVE JrnBranchCode TO INV-BRANCH
           MOVE JrnOrderDate TO INV-ORDER-DATE
           WRITE InvoiceLine FROM INV-BRANCH-LINE
           WRITE InvoiceLine FROM INV-SEPARATOR-LINE

           MOVE "ORDER AMOUNT" TO INV-AMT-LABEL
           MOVE WS-ORIG-AMOUNT TO INV-AMT-VALUE
           MOVE WS-BILLED-CURRENCY TO INV-AMT-CURRENCY
           WRITE InvoiceLine FROM INV-AMOUNT-LINE
           IF WS-BILLED-CURRENCY NOT = WS-HOUSE-CURRENCY
               MOVE "ORDER AMOUNT IN HOUSE CURRENCY" TO INV-AMT-LABEL
               MOVE WS-HOUSE-AMOUNT TO INV-AMT-VALUE
               MOVE WS-HOUSE-CURRENCY TO INV-AMT-CURRENCY
               WRITE InvoiceLine FROM INV-AMOUNT-LINE
           END-IF
           MOVE SPACES TO INV-AMT-LABEL
           IF JrnTaxCode = SPACES
               MOVE "SALES TAX (NOT TAXABLE)" TO INV-AMT-LABEL
           ELSE
               STRING "SALES TAX (" JrnTaxCode ")"
                   DELIMITED BY SIZE INTO INV-AMT-LABEL
           END-IF
           MOVE WS-TAX-AMOUNT TO INV-AMT-VALUE
           MOVE WS-HOUSE-CURRENCY TO INV-AMT-CURRENCY
           WRITE InvoiceLine FROM INV-AMOUNT-LINE
           MOVE "TOTAL DUE" TO INV-AMT-LABEL
           MOVE WS-TOTAL-DUE TO INV-AMT-VALUE
           MOVE WS-HOUSE-CURRENCY TO INV-AMT-CURRENCY
           WRITE InvoiceLine FROM INV-AMOUNT-LINE
           WRITE InvoiceLine FROM INV-SEPARATOR-LINE

           ADD 1 TO WS-INVOICES-PRINTED
           ADD WS-TOTAL-DUE TO WS-INVOICED-TOTAL.
