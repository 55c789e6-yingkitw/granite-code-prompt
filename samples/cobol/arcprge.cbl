      *                columns, then the JrnAcctNo account column, so
      *                JournalArchive's ArcData widened; widened the
      *                history record and pass-through here to match.
      *    2026-10-15  JRNREC gained the JrnInvoiceNo column, so
      *                JournalArchive's ArcData widened; widened the
      *                history record and pass-through here to match.
      *    2026-10-15  JRNREC gained the JrnFiscalPeriod and
      *                JrnPeriodFlag columns, so JournalArchive's
      *                ArcData widened; widened the history record and
      *                pass-through here to match.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(1).
           05  ArcSource               PIC X(10).
           05  FILLER                  PIC X(1).
           05  ArcData                 PIC X(192).

       FD  RetainedFile.
       01  RetainedRecord              PIC X(212).

       FD  PurgeReport.
       01  PurgeReportLine             PIC X(80).
