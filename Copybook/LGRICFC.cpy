      ******************************************************************
      *    LGRICFC - Commarea passed to/from LGRICFG1, the reinsurance *
      *    treaty limit maintenance transaction over the LGRICFG       *
      *    table (DB2): the sum assured we retain on any one life and  *
      *    the facultative limit above which an endowment add or       *
      *    renewal must be referred before it goes on risk.            *
      *                                                                *
      *    RI-REQUEST-MODE on input:                                   *
      *      'S' - set both limits to RI-RETENTION-LIMIT and           *
      *            RI-FACULTATIVE-LIMIT                                *
      *      'I' - inquire - return the limits and the date set        *
      *                                                                *
      *    RI-RETENTION-LIMIT must be above zero.  RI-FACULTATIVE-     *
      *    LIMIT is zero (no facultative referral - the excess over    *
      *    retention is ceded under the treaty whatever its size) or   *
      *    not below the retention.  Until the limits are first set    *
      *    no life is checked and LGRIBDX1 cannot produce a            *
      *    bordereau.  Dates are ISO yyyy-mm-dd.                       *
      *                                                                *
      *    RI-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no limits set yet - no retention check is made       *
      *      90 - DB2 error - see RI-MESSAGE                           *
      *      99 - request mode not recognised / fields invalid         *
      ******************************************************************
           03 RI-REQUEST-MODE              PIC X     VALUE 'I'.
              88 RI-MODE-SET                          VALUE 'S'.
              88 RI-MODE-INQUIRE                      VALUE 'I'.
           03 RI-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 RI-RETENTION-LIMIT           PIC 9(9)V99 VALUE ZERO.
           03 RI-FACULTATIVE-LIMIT         PIC 9(9)V99 VALUE ZERO.
           03 RI-DATE-CHANGED              PIC X(10) VALUE SPACES.
           03 RI-MESSAGE                   PIC X(80) VALUE SPACES.
