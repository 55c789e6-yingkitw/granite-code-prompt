      *                Account zero (a name the master does not
      *                know) skips the check and rides through to
      *                posting's reject path as always.
      *    2026-10-15  The recurring billing run (ContractBilling)
      *                writes each contract period it raises as an
      *                ordinary 'C' record to a fourth re-entry file,
      *                ctrext.txt, in ORDEXT layout with the account
      *                number and the contract's billing branch;
      *                merged here like finext.txt, outside the
      *                cross-run check, and cleared by the job after
      *                the merge.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FinanceExtract ASSIGN TO "finext.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ContractExtract ASSIGN TO "ctrext.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ConsolidatedExtract ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  FinanceExtract.
       01  FinanceExtractLine          PIC X(70).

       FD  ContractExtract.
       01  ContractExtractLine         PIC X(70).

       FD  ConsolidatedExtract.
       COPY ORDEXT.

           PERFORM MergeReleaseExtract
           PERFORM MergeCorrectedExtract
           PERFORM MergeFinanceExtract
           PERFORM MergeContractExtract

           PERFORM WriteDupBranchTotals

               END-READ
           END-PERFORM
           CLOSE FinanceExtract.

       MergeContractExtract.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ContractExtract
           PERFORM UNTIL END-OF-FILE-HIT
               READ ContractExtract
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       WRITE ORDER-RECORD FROM ContractExtractLine
                       ADD 1 TO WS-REENTRY-COUNT
                       ADD 1 TO WS-RECORDS-WRITTEN
               END-READ
           END-PERFORM
           CLOSE ContractExtract.
