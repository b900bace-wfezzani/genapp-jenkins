      ******************************************************************
      *    LGUWATC - Commarea passed to/from LGUWATH1, the             *
      *    underwriting-authority maintenance transaction over the     *
      *    LGUWAUTH table (DB2): the largest sum assured each          *
      *    underwriter id may approve alone, per policy type.          *
      *    LGUWLST1 holds an approval above it for a second signature. *
      *                                                                *
      *    UA-REQUEST-MODE on input:                                   *
      *      'S' - set the underwriter's limit for the policy type to  *
      *            UA-MAX-SUM-ASSURED - added when the underwriter has *
      *            no limit for the type yet, replaced when they have  *
      *      'X' - remove the underwriter's limit for the policy type  *
      *            - every approval they make of that type then needs  *
      *            a second signature, and they cannot countersign it  *
      *      'I' - inquire - return the limit and the date it was set  *
      *                                                                *
      *    UA-POLICY-TYPE is the BI-POLICY-TYPE code - E endowment,    *
      *    H house, M motor, C commercial.  Dates are ISO yyyy-mm-dd.  *
      *                                                                *
      *    UA-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no limit held for the underwriter and policy type    *
      *      90 - DB2 error - see UA-MESSAGE                           *
      *      99 - request mode not recognised / fields invalid         *
      ******************************************************************
           03 UA-REQUEST-MODE              PIC X     VALUE 'I'.
              88 UA-MODE-SET                          VALUE 'S'.
              88 UA-MODE-REMOVE                       VALUE 'X'.
              88 UA-MODE-INQUIRE                      VALUE 'I'.
           03 UA-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 UA-UNDERWRITER-ID            PIC X(8)  VALUE SPACES.
           03 UA-POLICY-TYPE               PIC X     VALUE SPACE.
              88 UA-TYPE-VALID                        VALUE 'E' 'H'
                                                            'M' 'C'.
           03 UA-MAX-SUM-ASSURED           PIC 9(7)V99 VALUE ZERO.
           03 UA-DATE-CHANGED              PIC X(10) VALUE SPACES.
           03 UA-MESSAGE                   PIC X(80) VALUE SPACES.
