      *                dates are YYYYMMDD against the sweep date (the
      *                timestamp date for month-to-date entries);
      *                blank from/to mean no lower/upper bound.
      *    2026-10-15  JRNREC gained the JrnInvoiceNo column, so
      *                JournalArchive's ArcData widened; widened the
      *                history record and the month-to-date line here
      *                to match.
      *    2026-10-15  Follows customer merges: a name belonging to an
      *                account CustomerMerge folded into another is
      *                chased through CustMastMergedTo to the surviving
      *                account, and entries are listed for the survivor
      *                and every account merged into it (the account now
      *                shows on each line). CUSTMAST is read DYNAMIC to
      *                gather the merged accounts.
      *    2026-10-15  JRNREC gained the JrnFiscalPeriod and
      *                JrnPeriodFlag columns; widened the history and
      *                month-to-date pass-throughs to match.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CustMastFile ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustMastAcctNo
               ALTERNATE RECORD KEY IS CustMastName
               FILE STATUS IS CustMastStatusCode.
           05  FILLER                  PIC X(1).
           05  ArcSource               PIC X(10).
           05  FILLER                  PIC X(1).
           05  ArcData                 PIC X(192).

       FD  MtdJournalFile.
       01  MtdJournalLine              PIC X(192).

       WORKING-STORAGE SECTION.
       01  CustMastStatusCode          PIC X(2).

       01  WS-SEARCH-CUSTOMER          PIC X(30).
       01  WS-SEARCH-ACCT-NO           PIC 9(6) VALUE ZERO.

      * Every merged account on CUSTMAST with the account it was
      * merged into, so a chain of merges can be followed without
      * rereading the master.
       01  WS-MERGED-MAX               PIC 9(4) VALUE 1000.
       01  WS-MERGED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-MERGED-IX                PIC 9(4) VALUE ZERO.
       01  WS-MERGED-TABLE.
           05  WS-MERGED-ENTRY OCCURS 1000 TIMES.
               10  MrgAcctNo           PIC 9(6).
               10  MrgMergedTo         PIC 9(6).

      * The accounts whose journal entries belong to this customer:
      * the surviving account plus every account merged into it,
      * directly or through an earlier merge.
       01  WS-MATCH-MAX                PIC 9(4) VALUE 1000.
       01  WS-MATCH-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-MATCH-IX                 PIC 9(4) VALUE ZERO.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ACCT OCCURS 1000 TIMES PIC 9(6).
       01  WS-MATCH-FLAG               PIC X(1) VALUE 'N'.
           88  ENTRY-ACCT-MATCHES      VALUE 'Y'.

       01  WS-CHAIN-ACCT               PIC 9(6) VALUE ZERO.
       01  WS-CHAIN-NEXT               PIC 9(6) VALUE ZERO.
       01  WS-CHAIN-HOPS               PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-MAX-HOPS           PIC 9(2) VALUE 10.
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DATE               PIC X(8) VALUE SPACES.
                   SET CustMastFound TO TRUE
                   MOVE CustMastAcctNo TO WS-SEARCH-ACCT-NO
           END-READ

           IF CustMastNotFound
               CLOSE CustMastFile
               DISPLAY "Customer not on CUSTMAST: "
                   WS-SEARCH-CUSTOMER
               STOP RUN
           END-IF
           DISPLAY "Account: " WS-SEARCH-ACCT-NO

           PERFORM LoadMergedAccounts
           CLOSE CustMastFile
           PERFORM FindSurvivingAccount
           PERFORM BuildMatchingAccounts

           PERFORM ScanHistoryFile
           PERFORM ScanMtdJournal

           DISPLAY "Other entries: " WS-OTHER-COUNT
           STOP RUN.

      * Status 'M' accounts carry the survivor in CustMastMergedTo.
       LoadMergedAccounts.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO CustMastAcctNo
           START CustMastFile KEY IS >= CustMastAcctNo
               INVALID KEY
                   SET END-OF-FILE-HIT TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-HIT
               READ CustMastFile NEXT RECORD
                   AT END
                       SET END-OF-FILE-HIT TO TRUE
                   NOT AT END
                       IF CustMastMerged
                           IF WS-MERGED-COUNT < WS-MERGED-MAX
                               ADD 1 TO WS-MERGED-COUNT
                               MOVE CustMastAcctNo TO
                                   MrgAcctNo(WS-MERGED-COUNT)
                               MOVE CustMastMergedTo TO
                                   MrgMergedTo(WS-MERGED-COUNT)
                           ELSE
                               DISPLAY "LoadMergedAccounts: merged "
                                   "table full, account "
                                   CustMastAcctNo " not followed"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A name that belongs to a merged account leads on to the
      * account that absorbed it (and on again if that one was later
      * merged too), so the caller gets the whole customer whichever
      * of its names they asked about. The hop limit stops a
      * damaged pointer loop from running forever.
       FindSurvivingAccount.
           MOVE WS-SEARCH-ACCT-NO TO WS-CHAIN-ACCT
           PERFORM FollowMergePointer
           MOVE ZERO TO WS-CHAIN-HOPS
           PERFORM UNTIL WS-CHAIN-NEXT = ZERO
                   OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
               ADD 1 TO WS-CHAIN-HOPS
               DISPLAY "Account " WS-CHAIN-ACCT " merged into "
                   WS-CHAIN-NEXT
               MOVE WS-CHAIN-NEXT TO WS-CHAIN-ACCT
               PERFORM FollowMergePointer
           END-PERFORM
           IF WS-CHAIN-NEXT NOT = ZERO
               DISPLAY "Merge chain from " WS-SEARCH-ACCT-NO
                   " too long, stopped at " WS-CHAIN-ACCT
           END-IF
           MOVE WS-CHAIN-ACCT TO WS-SEARCH-ACCT-NO.

      * WS-CHAIN-NEXT comes back zero when WS-CHAIN-ACCT is not a
      * merged account.
       FollowMergePointer.
           MOVE ZERO TO WS-CHAIN-NEXT
           PERFORM VARYING WS-MERGED-IX FROM 1 BY 1
                   UNTIL WS-MERGED-IX > WS-MERGED-COUNT
               IF MrgAcctNo(WS-MERGED-IX) = WS-CHAIN-ACCT
                   MOVE MrgMergedTo(WS-MERGED-IX) TO WS-CHAIN-NEXT
               END-IF
           END-PERFORM.

       BuildMatchingAccounts.
           MOVE 1 TO WS-MATCH-COUNT
           MOVE WS-SEARCH-ACCT-NO TO WS-MATCH-ACCT(1)
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                   UNTIL WS-MATCH-IX > WS-MERGED-COUNT
               MOVE MrgAcctNo(WS-MATCH-IX) TO WS-CHAIN-ACCT
               PERFORM FollowMergePointer
               MOVE ZERO TO WS-CHAIN-HOPS
               PERFORM UNTIL WS-CHAIN-NEXT = ZERO
                       OR WS-CHAIN-HOPS >= WS-CHAIN-MAX-HOPS
                   ADD 1 TO WS-CHAIN-HOPS
                   MOVE WS-CHAIN-NEXT TO WS-CHAIN-ACCT
                   PERFORM FollowMergePointer
               END-PERFORM
               IF WS-CHAIN-ACCT = WS-SEARCH-ACCT-NO
                       AND WS-MATCH-COUNT < WS-MATCH-MAX
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE MrgAcctNo(WS-MATCH-IX) TO
                       WS-MATCH-ACCT(WS-MATCH-COUNT)
                   DISPLAY "Including merged account "
                       MrgAcctNo(WS-MATCH-IX)
               END-IF
           END-PERFORM.

      * Only the JOURNAL lines in the history carry JRNREC data; the
      * reject and exception sweeps are reachable through the
      * journal's own disposition column anyway.
           CLOSE MtdJournalFile.

       ListMatchingEntry.
           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                   UNTIL WS-MATCH-IX > WS-MATCH-COUNT
               IF JrnAcctNo = WS-MATCH-ACCT(WS-MATCH-IX)
                   SET ENTRY-ACCT-MATCHES TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-ACCT-MATCHES
               IF (WS-FROM-DATE = SPACES
                       OR WS-ENTRY-DATE >= WS-FROM-DATE)
                   AND (WS-TO-DATE = SPACES
                       OR WS-ENTRY-DATE <= WS-TO-DATE)
                   ADD 1 TO WS-ENTRIES-LISTED
                   DISPLAY WS-ENTRY-DATE " " JrnAcctNo
                       " " JrnDisposition
                       " order " JrnOrderDate
                       " amount " JrnTotalAmount
                       " orig " JrnOrigAmount
