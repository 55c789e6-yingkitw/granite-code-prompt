      ******************************************************************
      *    DSPREC - disputed-item master record layout (dispute.dat,
      *    indexed, RECORD KEY DspKey).
      *    One record per open item a customer has disputed, keyed
      *    the way the item itself is identified on opnitem.txt:
      *    account, OrderDate and the invoice it was billed on (zero
      *    for items never invoiced). DisputeMaintenance is the only
      *    program that opens or resolves a dispute; every action is
      *    also appended to the dispute log (dsplog.txt).
      *    While DspOpen, the item is left out of the dunning level
      *    decision, out of the finance-charge overdue base, and is
      *    shown in its own column on the aged receivables report -
      *    readers look the item up by key and treat a missing record
      *    or a resolved one as an ordinary collectable item.
      *    DspAmount is the item's open amount when the dispute was
      *    opened. A resolved dispute keeps its record (the last
      *    resolution stays on file); disputing the same item again
      *    reopens it with the new reason and owner.
      ******************************************************************
       01  DISPUTE-RECORD.
           05  DspKey.
               10  DspAcctNo           PIC 9(6).
               10  DspOrderDate        PIC X(8).
               10  DspInvoiceNo        PIC 9(8).
           05  DspStatus               PIC X(1).
               88  DspOpen             VALUE 'O'.
               88  DspResolved         VALUE 'R'.
           05  DspReasonCode           PIC X(2).
               88  DspReasonPricing    VALUE 'PR'.
               88  DspReasonQuantity   VALUE 'QT'.
               88  DspReasonDamaged    VALUE 'DM'.
               88  DspReasonNotRecvd   VALUE 'NR'.
               88  DspReasonDuplicate  VALUE 'DB'.
               88  DspReasonOther      VALUE 'OT'.
               88  DspReasonValid      VALUE 'PR' 'QT' 'DM' 'NR'
                                             'DB' 'OT'.
           05  DspOwner                PIC X(8).
           05  DspAmount               PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  DspOpenedDate           PIC X(8).
           05  DspResolvedDate         PIC X(8).
           05  DspResolutionCode       PIC X(2).
               88  DspResolvedCredit   VALUE 'CR'.
               88  DspResolvedUpheld   VALUE 'UP'.
               88  DspResolvedWithdrawn
                                       VALUE 'WD'.
               88  DspResolutionValid  VALUE 'CR' 'UP' 'WD'.
           05  DspResolvedBy           PIC X(8).
