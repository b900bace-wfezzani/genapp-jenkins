      ******************************************************************
      *    LGOVLDG - Overnight run ledger record: one record per run   *
      *    of an overnight batch step (LGBRPED1, LGBRBAT1, LGBRACK1,   *
      *    LGRNBAT1, LGRNAPP1, LGFDIMP1, LGAUARC1), appended to the    *
      *    RUNLEDG dataset as the step ends, for the LGOVRPT1 morning  *
      *    schedule report.  Dates are yyyymmdd, times hhmmss.         *
      *                                                                *
      *    RL-RECORDS-IN/-OUT/-REJECTED are the step's own control     *
      *    counts - what it read, what it handed on, and what it       *
      *    refused - so the count one step writes can be set against   *
      *    the count the next step reads.  A checkpointed step's       *
      *    counts include the work restored from its checkpoint.       *
      *    RL-HASH-IN/-OUT carry the step's hash totals where it keeps *
      *    them (RL-HASH-KEPT), zero otherwise.                        *
      *                                                                *
      *    RL-RESTART-IND is Y when the step restarted from an active  *
      *    CHKPTIO/RNCHKPT checkpoint, N when it had a checkpoint and  *
      *    started from the beginning, and space for a step that       *
      *    keeps no checkpoint.                                        *
      ******************************************************************
       01  RUN-LEDGER-RECORD.
           03 RL-PROGRAM               PIC X(8).
           03 RL-RUN-DATE              PIC X(8).
           03 RL-START-TIME            PIC X(6).
           03 RL-END-DATE              PIC X(8).
           03 RL-END-TIME              PIC X(6).
           03 RL-RECORDS-IN            PIC 9(9).
           03 RL-RECORDS-OUT           PIC 9(9).
           03 RL-RECORDS-REJECTED      PIC 9(9).
           03 RL-HASH-KEPT-SW          PIC X.
              88 RL-HASH-KEPT                VALUE 'Y'.
           03 RL-HASH-IN               PIC 9(13)V99.
           03 RL-HASH-OUT              PIC 9(13)V99.
           03 RL-RESTART-IND           PIC X.
              88 RL-RESTARTED                VALUE 'Y'.
           03 RL-RETURN-CODE           PIC 9(4).
           03 FILLER                   PIC X(21).
