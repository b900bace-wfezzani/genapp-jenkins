      *                                                                 *
      *    CA-REQUEST-ID is "nnTTTT" where nn is the ruleset version    *
      *    number and TTTT is the transaction code: a policy addition   *
      *    (AEND/AHSE/AMOT/ACOM), an endowment renewal re-rate          *
      *    (REND, carrying the same endowment data as AEND) or a        *
      *    mid-term adjustment of a motor or house policy (MMOT/MHSE).  *
      *                                                                 *
      *    CA-REQUOTE-FLAG and CA-CHANNEL were carved from the front    *
      *    of CA-FILLER, so the commarea is the same length as before   *
      *    and a caller that leaves them as spaces is a counter add     *
      *    subject to the duplicate-application check.                  *
      *                                                                 *
      *    CA-QUOTE-REF, CA-QUOTE-EXPIRY and CA-QUOTE-RESULT were       *
      *    carved from CA-FILLER in the same way.  A web request gets   *
      *    back the reference and expiry of the quote LGAPBR01 put on   *
      *    the LGQUOTE register; a counter endowment add that quotes    *
      *    a reference is told by CA-QUOTE-RESULT whether the quoted    *
      *    fund and premium were honoured.                              *
      *                                                                 *
      *    A mid-term adjustment (MMOT motor, MHSE house) carries the   *
      *    changed risk in the motor or house section and the dates in  *
      *    the CA-ADJ- fields, again carved from CA-FILLER.  The new    *
      *    annual premium comes back in CA-PREMIUM as for an add, and   *
      *    the additional or return premium for the rest of the         *
      *    period of cover in CA-ADJ-PREMIUM/CA-ADJ-DIRECTION.          *
      ******************************************************************
           03 CA-RETURN-CODE                  PIC X(2).
           03 CA-REQUEST-ID                   PIC X(6).
           03 CA-RATE-APPLIED                  PIC 9(2)V9(4).
           03 CA-LOADING-APPLIED               PIC 9(3)V99.
           03 CA-MESSAGE                       PIC X(80).
      * 'Y' when the caller means to rate a policy already rated
      * inside the duplicate window (a deliberate re-quote, or an
      * underwriter resubmitting a referral) - anything else and
      * LGAPBR01 refuses a repeat add with return code 97.
           03 CA-REQUOTE-FLAG                  PIC X(1).
              88 CA-DELIBERATE-REQUOTE                  VALUE 'Y'.
      * Which channel the request came in through - 'W' from the
      * LGMQLSN1 web quote listener, anything else is the counter.
      * Stamped on the LGRULAUD row as AUDIT_SRCE.
           03 CA-CHANNEL                       PIC X(1).
              88 CA-CHANNEL-WEB                         VALUE 'W'.
      * The web quote reference - returned on a web request whose
      * quote was registered, quoted by the counter on an endowment
      * add to buy at the quoted price.  Spaces when there is none.
           03 CA-QUOTE-REF                     PIC X(10).
      * Last day the quote can be bought at its price, yyyy-mm-dd.
           03 CA-QUOTE-EXPIRY                  PIC X(10).
      * What became of a quoted reference on an add - space when none
      * was quoted.
           03 CA-QUOTE-RESULT                  PIC X(1).
      *       honoured at the quoted fund and premium
              88 CA-QUOTE-HONOURED                      VALUE 'H'.
      *       honoured, though the ruleset would now answer otherwise
              88 CA-QUOTE-HONOURED-DIFFERS              VALUE 'D'.
      *       policy referred - the quote stays open for the resubmit
              88 CA-QUOTE-REFERRED                      VALUE 'R'.
      *       quote expired - rated at today's price
              88 CA-QUOTE-EXPIRED                       VALUE 'E'.
      *       reference unusable (see CA-MESSAGE) - rated at today's
      *       price
              88 CA-QUOTE-NOT-HONOURED                  VALUE 'N'.
      * Mid-term adjustment dates, yyyy-mm-dd - the day the change
      * takes effect, and the renewal date ending the current period
      * of cover.  Ignored on any other request.
           03 CA-ADJ-EFFECTIVE-DATE            PIC X(10).
           03 CA-ADJ-PERIOD-END                PIC X(10).
      * Returned on an adjustment: the annual premium the policy
      * stood at before the change, and the pro-rata difference for
      * the days from the effective date to the period end.
           03 CA-ADJ-PRIOR-PREMIUM             PIC 9(7)V99.
           03 CA-ADJ-PREMIUM                   PIC 9(7)V99.
           03 CA-ADJ-DIRECTION                 PIC X(1).
              88 CA-ADJ-ADDITIONAL                      VALUE 'A'.
              88 CA-ADJ-RETURN                          VALUE 'R'.
              88 CA-ADJ-NO-CHANGE                       VALUE 'N'.
           03 CA-FILLER                        PIC X(38).
