      *                posted. A key already stamped (a customer's
      *                second same-day order, or a restarted run) is
      *                left as it stands.
      *    2026-10-15  Each open item now carries the invoice number
      *                posting assigned the charge (JrnInvoiceNo into
      *                OpnInvoiceNo), so statements, dunning letters
      *                and the cash side can quote it; adjustments
      *                carry zero.
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE JrnAcctNo TO OpnAcctNo
           MOVE JrnOrderDate TO OpnOrderDate
           MOVE WS-POSTED-AMOUNT TO OpnAmount
           MOVE JrnInvoiceNo TO OpnInvoiceNo
           WRITE OPEN-ITEM-RECORD.

      * The posted key goes on the control file BranchMerge's
