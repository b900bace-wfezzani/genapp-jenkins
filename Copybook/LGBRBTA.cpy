           03 AK-ERROR-MSG             PIC X(40).
      * The premium the ruleset priced - zero unless ACCEPTED.
           03 AK-PREMIUM               PIC 9(7)V99.
      * 'D' when the application was rejected as a duplicate of one
      * already rated - resend it flagged as a re-quote to have it
      * rated again.  'Q' when the web quote reference it was sent
      * under cannot be honoured - resend it without the reference to
      * have it rated at today's price.  'A' when a mid-term
      * adjustment cannot be priced - its dates are wrong or the
      * policy has no accepted rating to adjust from.  'R' when an
      * endowment is referred to the underwriters because it takes
      * its life over the reinsurance facultative limit - the
      * underwriters contact the broker.  Space otherwise.
           03 AK-REJECT-CODE           PIC X(1).
              88 AK-REJECT-DUPLICATE             VALUE 'D'.
              88 AK-REJECT-QUOTE                 VALUE 'Q'.
              88 AK-REJECT-ADJUSTMENT            VALUE 'A'.
              88 AK-REJECT-REINSURANCE           VALUE 'R'.
           03 FILLER                   PIC X(15).
