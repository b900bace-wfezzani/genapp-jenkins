      ******************************************************************
      *    LGBRCMC - Commarea passed to/from LGBRCMT1, the broker      *
      *    commission-rate maintenance transaction over the LGBRCOMR   *
      *    table (DB2): one commission percentage per broker id and    *
      *    policy type, read by the LGBRCOM1 monthly commission run.   *
      *                                                                *
      *    CM-REQUEST-MODE on input:                                   *
      *      'S' - set the broker's rate for the policy type to        *
      *            CM-COMMISSION-PCT - added when the broker has no    *
      *            rate for the type yet, replaced when it has         *
      *      'X' - remove the broker's rate for the policy type -      *
      *            LGBRCOM1 lists that business as unpaid until a      *
      *            rate is set again                                   *
      *      'I' - inquire - return the rate and the date it was set   *
      *                                                                *
      *    CM-POLICY-TYPE is the BI-POLICY-TYPE code - E endowment,    *
      *    H house, M motor, C commercial.  CM-COMMISSION-PCT is a     *
      *    percentage of the accepted premium.  Dates are ISO          *
      *    yyyy-mm-dd.                                                 *
      *                                                                *
      *    CM-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no rate held for the broker and policy type          *
      *      90 - DB2 error - see CM-MESSAGE                           *
      *      99 - request mode not recognised / fields invalid         *
      ******************************************************************
           03 CM-REQUEST-MODE              PIC X     VALUE 'I'.
              88 CM-MODE-SET                          VALUE 'S'.
              88 CM-MODE-REMOVE                       VALUE 'X'.
              88 CM-MODE-INQUIRE                      VALUE 'I'.
           03 CM-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 CM-BROKER-ID                 PIC X(6)  VALUE SPACES.
           03 CM-POLICY-TYPE               PIC X     VALUE SPACE.
              88 CM-TYPE-VALID                        VALUE 'E' 'H'
                                                            'M' 'C'.
           03 CM-COMMISSION-PCT            PIC 9(2)V99 VALUE ZERO.
           03 CM-DATE-CHANGED              PIC X(10) VALUE SPACES.
           03 CM-MESSAGE                   PIC X(80) VALUE SPACES.
