      *    2026-09-02  JRNREC gained the JrnTaxAmount/JrnTaxCode
      *                columns, then the JrnAcctNo account column;
      *                widened the pass-through record to match.
      *    2026-10-15  JRNREC gained the JrnInvoiceNo column; widened
      *                the pass-through record to match.
      *    2026-10-15  JRNREC gained the JrnFiscalPeriod and
      *                JrnPeriodFlag columns; widened the month-to-date
      *                line to match.
      ******************************************************************

       ENVIRONMENT DIVISION.
      * Same JRNREC shape as JournalFile; written FROM the input
      * record, so only a length is needed here.
       FD  MtdJournalFile.
       01  MtdJournalLine              PIC X(192).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS           PIC X(2).
