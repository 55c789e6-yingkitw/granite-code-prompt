      *                used to take a data-migration afternoon. The
      *                register shows the account and the before and
      *                after name with the other fields.
      *    2026-10-15  CUSTREC gained CustMastCurrencyCode (the currency
      *                the customer is billed in; spaces = house) and
      *                the merged status with its CustMastMergedTo
      *                pointer. The transaction carries the currency
      *                after the tax code - blank leaves it alone on a
      *                change and means house currency on an add - and
      *                the register shows it (labels shortened to keep
      *                the image line at 132). Changes and deactivations
      *                of an account CustomerMerge has merged are
      *                refused, naming the survivor; adds start with no
      *                merge pointer.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  MntAddress              PIC X(30).
           05  MntCreditLimit          PIC X(9).
           05  MntTaxCode              PIC X(3).
           05  MntCurrencyCode         PIC X(3).

       FD  CustMastFile.
       COPY CUSTREC.
           05  MRejAddress             PIC X(30).
           05  MRejCreditLimit         PIC X(9).
           05  MRejTaxCode             PIC X(3).
           05  MRejCurrencyCode        PIC X(3).
           05  MRejReason              PIC X(40).

       WORKING-STORAGE SECTION.
           05  WS-BEFORE-ADDRESS       PIC X(30).
           05  WS-BEFORE-LIMIT         PIC 9(7)V99.
           05  WS-BEFORE-TAX-CODE      PIC X(3).
           05  WS-BEFORE-CURRENCY      PIC X(3).

       01  WS-NEXT-ACCT-NO             PIC 9(6) VALUE 1.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           05  REG-IMAGE-TAG           PIC X(8).
           05  FILLER                  PIC X(8) VALUE "STATUS: ".
           05  REG-IMAGE-STATUS        PIC X(1).
           05  FILLER                  PIC X(8) VALUE "  ADDR: ".
           05  REG-IMAGE-ADDRESS       PIC X(30).
           05  FILLER                  PIC X(7) VALUE "  LIM: ".
           05  REG-IMAGE-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE " TAX: ".
           05  REG-IMAGE-TAX-CODE      PIC X(3).
           05  FILLER                  PIC X(6) VALUE " CUR: ".
           05  REG-IMAGE-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(8) VALUE "  NAME: ".
           05  REG-IMAGE-NAME          PIC X(30).

               MOVE WS-LIMIT-NUM TO CustMastCreditLimit
           END-IF
           MOVE MntTaxCode TO CustMastTaxCode
           MOVE MntCurrencyCode TO CustMastCurrencyCode
           MOVE ZERO TO CustMastMergedTo
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "WRITE rejected by CUSTMAST" TO MRejReason
                               MRejReason
                           PERFORM WriteMaintRejectRecord
                       NOT INVALID KEY
                           IF CustMastMerged
                               PERFORM RejectMergedAccount
                           ELSE
                               PERFORM RewriteChangedCustomer
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE CustMastAddress TO WS-BEFORE-ADDRESS
           MOVE CustMastCreditLimit TO WS-BEFORE-LIMIT
           MOVE CustMastTaxCode TO WS-BEFORE-TAX-CODE
           MOVE CustMastCurrencyCode TO WS-BEFORE-CURRENCY
           IF MntCustName NOT = SPACES
               MOVE MntCustName TO CustMastName
           END-IF
           IF MntTaxCode NOT = SPACES
               MOVE MntTaxCode TO CustMastTaxCode
           END-IF
           IF MntCurrencyCode NOT = SPACES
               MOVE MntCurrencyCode TO CustMastCurrencyCode
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "REWRITE rejected by CUSTMAST" TO MRejReason
                   MOVE "Account not found on CUSTMAST" TO MRejReason
                   PERFORM WriteMaintRejectRecord
               NOT INVALID KEY
                   IF CustMastMerged
                       PERFORM RejectMergedAccount
                   ELSE
                       PERFORM RewriteDeactivatedCustomer
                   END-IF
           END-READ.

      * A merged account is only a pointer to its survivor now -
      * reviving or editing it would let orders post to an account
      * whose balance and items have moved, so maintenance is
      * refused and the survivor named.
       RejectMergedAccount.
           MOVE SPACES TO MRejReason
           STRING "Account merged into " CustMastMergedTo
               DELIMITED BY SIZE INTO MRejReason
           PERFORM WriteMaintRejectRecord.

       RewriteDeactivatedCustomer.
           MOVE CustMastName TO WS-BEFORE-NAME
           MOVE CustMastStatus TO WS-BEFORE-STATUS
           MOVE CustMastAddress TO WS-BEFORE-ADDRESS
           MOVE CustMastCreditLimit TO WS-BEFORE-LIMIT
           MOVE CustMastTaxCode TO WS-BEFORE-TAX-CODE
           MOVE CustMastCurrencyCode TO WS-BEFORE-CURRENCY
           SET CustMastInactive TO TRUE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
               MOVE "(not on file)" TO REG-IMAGE-ADDRESS
               MOVE ZERO TO REG-IMAGE-LIMIT
               MOVE SPACES TO REG-IMAGE-TAX-CODE
               MOVE SPACES TO REG-IMAGE-CURRENCY
               MOVE SPACES TO REG-IMAGE-NAME
               WRITE RegisterRecord FROM REG-IMAGE-LINE
           ELSE
               MOVE WS-BEFORE-ADDRESS TO REG-IMAGE-ADDRESS
               MOVE WS-BEFORE-LIMIT TO REG-IMAGE-LIMIT
               MOVE WS-BEFORE-TAX-CODE TO REG-IMAGE-TAX-CODE
               MOVE WS-BEFORE-CURRENCY TO REG-IMAGE-CURRENCY
               MOVE WS-BEFORE-NAME TO REG-IMAGE-NAME
               WRITE RegisterRecord FROM REG-IMAGE-LINE
           END-IF
           MOVE CustMastAddress TO REG-IMAGE-ADDRESS
           MOVE CustMastCreditLimit TO REG-IMAGE-LIMIT
           MOVE CustMastTaxCode TO REG-IMAGE-TAX-CODE
           MOVE CustMastCurrencyCode TO REG-IMAGE-CURRENCY
           MOVE CustMastName TO REG-IMAGE-NAME
           WRITE RegisterRecord FROM REG-IMAGE-LINE.

           MOVE MntAddress TO MRejAddress
           MOVE MntCreditLimit TO MRejCreditLimit
           MOVE MntTaxCode TO MRejTaxCode
           MOVE MntCurrencyCode TO MRejCurrencyCode
           WRITE MaintRejectRecord
           ADD 1 TO WS-TRANS-REJECTED.
