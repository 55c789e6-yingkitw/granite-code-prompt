      *    (taxrate.txt) posting applies to the customer's charges;
      *    spaces mean a non-taxable customer. CustomerMaintenance
      *    sets it like the other fields.
      *    CustMastCurrencyCode is the currency the customer is billed
      *    in (spaces = house currency), set by CustomerMaintenance.
      *    CustMastStatus 'M' marks an account CustomerMerge has
      *    folded into another: its balance, open items and history
      *    keys moved to the survivor named in CustMastMergedTo (zero
      *    on every account that has not been merged). A merged
      *    account never posts again; readers that follow a customer
      *    across accounts (CustomerHistoryInquiry) chase the pointer.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CustMastAcctNo          PIC 9(6).
           05  CustMastStatus          PIC X(1).
               88  CustMastActive      VALUE 'A'.
               88  CustMastInactive    VALUE 'I'.
               88  CustMastMerged      VALUE 'M'.
           05  CustMastAddress         PIC X(30).
           05  CustMastCreditLimit     PIC 9(7)V99.
           05  CustMastTaxCode         PIC X(3).
           05  CustMastCurrencyCode    PIC X(3).
           05  CustMastMergedTo        PIC 9(6).
