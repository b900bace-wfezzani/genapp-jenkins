      ******************************************************************
      *    LGDPCFC - Commarea passed to/from LGDPCFG1, the duplicate-  *
      *    application window maintenance transaction over the         *
      *    LGDUPCFG table (DB2): the number of days back LGAPBR01 and  *
      *    LGBRBAT1 look for an earlier rating of the same customer    *
      *    and policy before refusing an application as a duplicate.   *
      *                                                                *
      *    DP-REQUEST-MODE on input:                                   *
      *      'S' - set the window to DP-WINDOW-DAYS - 0 switches the   *
      *            duplicate check off                                 *
      *      'I' - inquire - return the window and the date it was set *
      *                                                                *
      *    DP-WINDOW-DAYS is 0 to 999.  Until a window is first set    *
      *    the rating programs use 30 days.  Dates are ISO yyyy-mm-dd. *
      *                                                                *
      *    DP-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no window set yet - the 30-day default applies       *
      *      90 - DB2 error - see DP-MESSAGE                           *
      *      99 - request mode not recognised / fields invalid         *
      ******************************************************************
           03 DP-REQUEST-MODE              PIC X     VALUE 'I'.
              88 DP-MODE-SET                          VALUE 'S'.
              88 DP-MODE-INQUIRE                      VALUE 'I'.
           03 DP-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 DP-WINDOW-DAYS               PIC 9(3)  VALUE ZERO.
           03 DP-DATE-CHANGED              PIC X(10) VALUE SPACES.
           03 DP-MESSAGE                   PIC X(80) VALUE SPACES.
