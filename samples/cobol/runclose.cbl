      *                or still-unopened control record here means the
      *                job ran without its open step - RC=8 so the
      *                gap is investigated rather than papered over.
      *    2026-10-15  Each date closed is also appended, as completed,
      *                to the run-control history (runhist.txt, RUNREC
      *                layout). runctl.txt only holds the date in hand;
      *                the history is what PeriodClose reads to prove
      *                every business date of a fiscal period completed
      *                before it closes the period.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RunControlFile ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunHistoryFile ASSIGN TO "runhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       COPY RUNREC.

      * Same RUNREC shape as RunControlFile; written FROM the control
      * record, so only a length is needed here.
       FD  RunHistoryFile.
       01  RunHistoryLine              PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-IMAGE.
           05  WS-CTL-DATE             PIC X(8).
           WRITE RUN-CONTROL-RECORD
           CLOSE RunControlFile

           OPEN EXTEND RunHistoryFile
           WRITE RunHistoryLine FROM RUN-CONTROL-RECORD
           CLOSE RunHistoryFile

           DISPLAY "Run control closed: business date " WS-CTL-DATE
           STOP RUN.
