      *                widened the journal pass-through and ArcData
      *                to match (history records grow with them -
      *                ArchivePurge widened the same day).
      *    2026-10-15  JRNREC gained the JrnInvoiceNo column; widened
      *                the journal pass-through and ArcData to match
      *                (ArchivePurge and CustomerHistoryInquiry
      *                widened the same day).
      *    2026-10-15  JRNREC gained the JrnFiscalPeriod and
      *                JrnPeriodFlag columns; widened the journal
      *                pass-through and ArcData to match (ArchivePurge,
      *                CustomerHistoryInquiry and SalesAnalysis widened
      *                the same day).
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
       01  JournalLine                 PIC X(192).

       FD  RejectFile.
       01  RejectLine                  PIC X(104).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ArcSource               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ArcData                 PIC X(192).

       FD  RunControlFile.
       COPY RUNREC.
