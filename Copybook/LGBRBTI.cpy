      ******************************************************************
      *    LGBRBTI - LGBRBAT1 input record: one policy application     *
      *    from an overnight broker file drop.  129-byte fixed         *
      *    record.  The first 57 bytes are the fields every policy     *
      *    type shares (BI-FUND-NAME is endowment-only and spaces for  *
      *    the other types; BI-SUM-ASSURED doubles as the insured      *
      *    CA-HOUSE-DATA, CA-MOTOR-DATA and CA-COMMERCIAL-DATA from   *
      *    LGCMAREA, minus the value and term already carried in the   *
      *    shared fields.  BI-REQUEST-ID is "nnTTTT" exactly as        *
      *    online (AEND/AHSE/AMOT/ACOM, or the MMOT/MHSE mid-term      *
      *    adjustments) and must agree with                            *
      *    BI-POLICY-TYPE - LGBRBAT1 rejects a record where the two    *
      *    disagree.  BI-BROKER-ID is not transmitted (brokers send    *
      *    spaces there): LGBRPED1 stamps it from the header's         *
      *    BH-BROKER-ID on every clean record, so each application     *
      *    LGBRBAT1 rates can be attributed to the broker that sent    *
      *    it.  BI-REQUOTE-FLAG is 'Y' when the broker means to have a *
      *    policy already rated inside the duplicate window rated      *
      *    again; 'N' or space and LGBRBAT1 rejects the repeat.        *
      *    BI-E-QUOTE-REF, taken from the endowment section's spare    *
      *    bytes, is the web quote reference an endowment application  *
      *    is bought under - LGBRBAT1 honours the quoted fund and      *
      *    premium, or rejects the application if the quote cannot     *
      *    be honoured.  Spaces when the business was not quoted.      *
      *    A mid-term adjustment ("nnMMOT" motor, "nnMHSE" house)      *
      *    carries the changed risk in the motor or house section and  *
      *    its dates where an endowment carries its fund: the          *
      *    effective date and the period-of-cover end, yyyy-mm-dd.     *
      ******************************************************************
       01  BATCH-INPUT-RECORD.
           03 BI-CUSTOMER-NUM          PIC X(10).
           03 BI-POLICY-NUM            PIC X(10).
           03 BI-REQUEST-ID            PIC X(6).
           03 BI-FUND-NAME             PIC X(20).
           03 BI-ADJUSTMENT-DATES REDEFINES BI-FUND-NAME.
              05 BI-ADJ-EFFECTIVE-DATE PIC X(10).
              05 BI-ADJ-PERIOD-END     PIC X(10).
           03 BI-TERM                  PIC 9(2).
           03 BI-SUM-ASSURED           PIC 9(7)V99.
           03 BI-POLICY-TYPE           PIC X(1).
                 07 BI-E-EQUITIES      PIC 9(3).
                 07 BI-E-WITHPROFITS   PIC 9(3).
                 07 BI-E-MANAGEDFUND   PIC 9(3).
                 07 BI-E-QUOTE-REF     PIC X(10).
                 07 FILLER             PIC X(15).
              05 BI-HOUSE-DATA REDEFINES BI-ENDOWMENT-DATA.
                 07 BI-H-PROPERTY-TYPE PIC X(20).
                 07 BI-H-HOUSE-NAME    PIC X(30).
                 07 BI-C-CONTENTS-COVER PIC X(1).
                 07 BI-C-NUMBER-OF-STAFF PIC 9(4).
                 07 FILLER             PIC X(39).
           03 BI-BROKER-ID             PIC X(6).
           03 BI-REQUOTE-FLAG          PIC X(1).
              88 BI-DELIBERATE-REQUOTE           VALUE 'Y'.
              88 BI-REQUOTE-FLAG-VALID           VALUE 'Y' 'N' ' '.
