      *    the rule engine recommended (when accepted) or the reason   *
      *    it was rejected.  BO-SUM-ASSURED carries the sum assured    *
      *    as transmitted, so LGBRACK1 can hash the acknowledgement    *
      *    back into balance with the broker's trailer.  BO-BROKER-ID  *
      *    is the broker LGBRPED1 stamped on the application (from     *
      *    the transmission header), carried through for commission.   *
      *    BO-REJECT-CODE says why a REJECTED record was refused when  *
      *    the broker can act on it - 'D' is a duplicate of a rating   *
      *    already made inside the duplicate window; 'Q' is an         *
      *    application whose web quote reference cannot be honoured;   *
      *    'A' is a mid-term adjustment that cannot be priced; 'R' is  *
      *    an endowment referred to the underwriters because it takes  *
      *    its life over the reinsurance facultative limit.  On an     *
      *    ACCEPTED record bought under a web quote BO-ERROR-MSG says  *
      *    the quote was honoured; on an ACCEPTED adjustment it gives  *
      *    the additional or return premium and its effective date,    *
      *    and BO-PREMIUM the new annual premium.                      *
      ******************************************************************
       01  BATCH-OUTPUT-RECORD.
           03 BO-CUSTOMER-NUM          PIC X(10).
           03 BO-PREMIUM               PIC 9(7)V99.
           03 BO-RATE-APPLIED          PIC 9(2)V9(4).
           03 BO-LOADING-APPLIED       PIC 9(3)V99.
      * The broker the application came from - added at the end so
      * the record grew from 123 to 129 bytes without moving a field.
           03 BO-BROKER-ID             PIC X(6).
      * Why the record was rejected, where it is more than a message -
      * added at the end so the record grew from 129 to 130 bytes.
           03 BO-REJECT-CODE           PIC X(1).
              88 BO-REJECT-NONE                  VALUE ' '.
              88 BO-REJECT-DUPLICATE             VALUE 'D'.
              88 BO-REJECT-QUOTE                 VALUE 'Q'.
              88 BO-REJECT-ADJUSTMENT            VALUE 'A'.
              88 BO-REJECT-REINSURANCE           VALUE 'R'.
