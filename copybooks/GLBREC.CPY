      ******************************************************************
      *    GLBREC - running receivables control record (glarbal.txt).
      *    One record carrying the running balance of the receivables
      *    GL account (10200000) as GLExtract has sent it: the figure
      *    as of the last business date it ran for (GlbRunDate /
      *    GlbRunBalance) and the figure as of the date before that
      *    (GlbPriorDate / GlbPriorBalance). A rerun of the same
      *    business date restarts from the prior figure, so a
      *    restarted job cannot count the day's receivables movement
      *    twice. SubledgerProof ties the balance master total to
      *    GlbRunBalance every night. The file is first put in place
      *    by ReceivablesConversion, which seeds both figures with the
      *    balance master total as of the conversion's business date.
      ******************************************************************
       01  GL-RECEIVABLES-RECORD.
           05  GlbPriorDate            PIC X(8).
           05  GlbPriorBalance         PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  GlbRunDate              PIC X(8).
           05  GlbRunBalance           PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
