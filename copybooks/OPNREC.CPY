      *    Items are keyed by OpnAcctNo, the permanent account
      *    number, so a customer rename leaves the open items
      *    attached; readers join back to CUSTMAST for the name.
      *    OpnInvoiceNo is the invoice the item was billed on (the
      *    charge's JrnInvoiceNo); items that were never invoiced -
      *    adjustments and carried overpayment credits - hold zero.
      *    Programs that rewrite the file carry it through untouched.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  OpnAcctNo               PIC 9(6).
           05  OpnOrderDate            PIC X(8).
           05  OpnAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  OpnInvoiceNo            PIC 9(8).
