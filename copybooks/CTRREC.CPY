      ******************************************************************
      *    CTRREC - recurring billing contract master record layout
      *    (contract.dat, indexed, RECORD KEY CtrKey).
      *    CtrKey is the customer account plus CtrContractNo, the
      *    contract's number within the account (1, 2, 3... handed
      *    out by ContractMaintenance as contracts are added), so one
      *    customer can hold several contracts - a service agreement
      *    and an equipment rental bill side by side. Each contract
      *    carries the amount billed each period (CtrAmount, in
      *    CtrCurrencyCode - spaces mean house currency, as on the
      *    order extract), how often it bills (CtrFrequency), the
      *    dates it runs between, and the branch the charge is billed
      *    under. ContractMaintenance is the only program that adds
      *    or changes a contract; CustomerMerge re-keys a merged
      *    account's contracts onto the survivor, numbered after the
      *    survivor's own.
      *    CtrStartDate is the first billing date and the anchor for
      *    every later one - a contract started on the 31st bills on
      *    the last day of the shorter months and goes back to the
      *    31st after them. CtrEndDate is the last date a period may
      *    bill on; spaces mean the contract runs until ended.
      *    CtrLastBilledDate is the billing date of the last period
      *    ContractBilling raised (spaces until the first). It is
      *    what stops a rerun billing a period twice: a period bills
      *    only when its date is past the last one billed, and the
      *    date is advanced as the charge is written.
      ******************************************************************
       01  CONTRACT-RECORD.
           05  CtrKey.
               10  CtrAcctNo           PIC 9(6).
               10  CtrContractNo       PIC 9(3).
           05  CtrAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  CtrCurrencyCode         PIC X(3).
           05  CtrFrequency            PIC X(1).
               88  CtrWeekly           VALUE 'W'.
               88  CtrMonthly          VALUE 'M'.
               88  CtrQuarterly        VALUE 'Q'.
               88  CtrAnnual           VALUE 'A'.
               88  CtrFrequencyValid   VALUE 'W' 'M' 'Q' 'A'.
           05  CtrStartDate            PIC X(8).
           05  CtrEndDate              PIC X(8).
           05  CtrBranchCode           PIC X(3).
           05  CtrLastBilledDate       PIC X(8).
