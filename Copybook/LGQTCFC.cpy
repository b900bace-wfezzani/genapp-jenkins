      ******************************************************************
      *    LGQTCFC - Commarea passed to/from LGQTCFG1, the web quote   *
      *    validity maintenance transaction over the LGQTECFG table    *
      *    (DB2): the number of days a quote LGAPBR01 puts on the      *
      *    LGQUOTE register can be bought at the price quoted.         *
      *                                                                *
      *    QC-REQUEST-MODE on input:                                   *
      *      'S' - set the validity to QC-VALID-DAYS - applies to      *
      *            quotes given from then on; quotes already on the    *
      *            register keep the expiry they were given            *
      *      'I' - inquire - return the validity and the date it was   *
      *            set                                                 *
      *                                                                *
      *    QC-VALID-DAYS is 1 to 365.  Until a validity is first set   *
      *    LGAPBR01 uses 30 days.  Dates are ISO yyyy-mm-dd.           *
      *                                                                *
      *    QC-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no validity set yet - the 30-day default applies     *
      *      90 - DB2 error - see QC-MESSAGE                           *
      *      99 - request mode not recognised / fields invalid         *
      ******************************************************************
           03 QC-REQUEST-MODE              PIC X     VALUE 'I'.
              88 QC-MODE-SET                          VALUE 'S'.
              88 QC-MODE-INQUIRE                      VALUE 'I'.
           03 QC-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 QC-VALID-DAYS                PIC 9(3)  VALUE ZERO.
           03 QC-DATE-CHANGED              PIC X(10) VALUE SPACES.
           03 QC-MESSAGE                   PIC X(80) VALUE SPACES.
