      * INPUT:                                                         *
      *   commarea of sufficient length to contain policy details plus:*
      *   - Request id = "nnTTTT" where nn is the version number and   *
      *                 TTTT is AEND/AHSE/AMOT/ACOM, REND, or the      *
      *                 MMOT/MHSE mid-term adjustments                 *
      *   - Customer Number                                            *
      *   - full policy details (as appropriate)                       *
      *                                                                *
      *                                                                *
      * RETURN CODES:                                                  *
      *  00 - Successful                                               *
      *  96 - Adjustment refused - the dates are invalid, or there is  *
      *       no accepted rating of the policy to adjust from (or it   *
      *       was last rated twice in a day at different premiums);    *
      *       CA-MESSAGE says which.                                   *
      *  97 - Duplicate - the customer/policy was already rated inside *
      *       the duplicate window; CA-MESSAGE names the channel and   *
      *       date.  Set CA-REQUOTE-FLAG to have it rated again.       *
      *  98 - Commarea received is not large enough                    *
      *  99 - Request not recognised or supported                      *
      *                                                                *
      *  returned to the caller with CA-MANUAL-REVIEW-FLAG = 'Y'       *
      *  rather than ABENDing the transaction.                         *
      *                                                                *
      *  An add (AEND/AHSE/AMOT/ACOM) for a customer and policy that   *
      *  already has a successful LGRULAUD rating inside the duplicate *
      *  window (LGDUPCFG, kept by LGDPCFG1) is refused with return    *
      *  code 97 before the rule server is called, whichever channel   *
      *  rated it first - counter, web (LGMQLSN1) or broker batch      *
      *  (LGBRBAT1, which makes the same check).  Each refusal is      *
      *  logged to LGDUPLOG for the LGDPRPT1 daily report.  A caller   *
      *  that sets CA-REQUOTE-FLAG is rated regardless - a deliberate  *
      *  re-quote, or the LGUWLST1/LGUWSWP1 resubmit of a referral.    *
      *  Renewal re-rates (REND) and adjustments are never checked.    *
      *                                                                *
      *  A web endowment rating (CA-CHANNEL 'W') that prices cleanly   *
      *  is put on the LGQUOTE quote register under the next quote     *
      *  number from LGQTECFG, and its reference and expiry are        *
      *  returned in CA-QUOTE-REF/CA-QUOTE-EXPIRY.  The validity       *
      *  (days) is kept on LGQTECFG by LGQTCFG1 - 30 until set.  A     *
      *  counter endowment add quoting CA-QUOTE-REF for the same       *
      *  customer, term and sum assured while the quote is open and    *
      *  in date is exempt from the duplicate check, is still rated    *
      *  by the ruleset, and is given the quoted fund and premium -    *
      *  the ruleset's own answer is kept on the register and the      *
      *  quote marked converted, with CA-QUOTE-RESULT 'D' where the    *
      *  two differ.  A reference that cannot be honoured is rated at  *
      *  the current price and CA-QUOTE-RESULT/CA-MESSAGE say why.     *
      *                                                                *
      *  A mid-term adjustment (MMOT motor, MHSE house) re-rates an    *
      *  in-force policy's changed risk through the same ruleapp as    *
      *  its add, with the same value and term.  The premium it stood  *
      *  at is the latest accepted LGRULAUD rating of the policy - its *
      *  add or an earlier adjustment.  The new annual premium comes   *
      *  back in CA-PREMIUM, and the difference, pro-rata for the days *
      *  from CA-ADJ-EFFECTIVE-DATE to CA-ADJ-PERIOD-END out of the    *
      *  year ending on CA-ADJ-PERIOD-END, in CA-ADJ-PREMIUM with      *
      *  CA-ADJ-DIRECTION 'A' additional or 'R' return.  The LGRULAUD  *
      *  row is the policy's own, under the MMOT/MHSE request id, with *
      *  the effective date, prior premium and signed pro-rata amount  *
      *  (ADJ_ columns).  An adjustment is never a duplicate, and a    *
      *  referral goes to LGUWRKQ under its MMOT/MHSE request id.      *
      *                                                                *
      *  An endowment add or renewal (not a web quote) that prices     *
      *  cleanly is then set against the reinsurance treaty: its sum   *
      *  assured is added to the sum assured its life assured already  *
      *  has in force on other endowments - each policy's latest       *
      *  accepted AEND/REND rating on LGRULAUD, so a renewal or fund   *
      *  switch re-rate replaces the policy's earlier rating rather    *
      *  than adding to it - and a total over the facultative limit    *
      *  held on LGRICFG (LGRICFG1) is referred to LGUWRKQ with        *
      *  reason '3' instead of going on risk.  The life assured is     *
      *  audited on LGRULAUD.LIFE_ASSURED for the purpose.             *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-08 - Enforce commarea length/request-id validation,   *
      *               audit ODM calls to DB2, dispatch by policy type, *
      *               response-time commitment checked from numbers.   *
      *               Best effort - a failed LINK never costs the      *
      *               policy in hand anything.                         *
      *  2026-10-15 - Clear the disposition premium (DISP_PREMIUM)     *
      *               when a policy is put on, or re-flagged back to,  *
      *               LGUWRKQ, so a re-referred item never carries an  *
      *               earlier approval's price into billing.           *
      *  2026-10-15 - Clear the second-signature columns               *
      *               (COUNTERSIGN_ID/COUNTERSIGN_REASON) on the       *
      *               LGUWRKQ row too, so a re-referred item starts    *
      *               its approval afresh.                             *
      *  2026-10-15 - Refuse a repeat add of a customer/policy rated   *
      *               inside the duplicate window (return code 97)     *
      *               unless CA-REQUOTE-FLAG is set, and log it to     *
      *               LGDUPLOG.  Web requests (CA-CHANNEL 'W') are     *
      *               audited with AUDIT_SRCE 'W' so the channel of    *
      *               an earlier rating can be named.                  *
      *  2026-10-15 - Web quote register: register each cleanly        *
      *               priced web endowment rating on LGQUOTE and       *
      *               return its reference and expiry; honour a        *
      *               quoted reference on a counter add at the quoted  *
      *               fund and premium while the quote is valid,       *
      *               recording the ruleset's current answer and       *
      *               stamping LGRULAUD.QUOTE_REF.                     *
      *  2026-10-15 - Mid-term adjustments: new "nnMMOT"/"nnMHSE"      *
      *               request types rate a changed motor or house      *
      *               risk through the Motor/House ruleapp, return     *
      *               the new annual premium and the pro-rata          *
      *               additional or return premium from the effective  *
      *               date to the end of the period of cover (return   *
      *               code 96 when it cannot be priced), and audit it  *
      *               to LGRULAUD with the effective date, prior       *
      *               premium and pro-rata premium.                    *
      *  2026-10-15 - Mask the life assured, house name/number/        *
      *               postcode and motor registration in the commarea  *
      *               copy written to the TS queue with an error line, *
      *               so personal data no longer travels through it.   *
      *  2026-10-15 - Reinsurance retention: audit the life assured    *
      *               of each endowment rating (LGRULAUD.LIFE_ASSURED) *
      *               and refer an add or renewal that takes the       *
      *               life's in-force sum assured over the LGRICFG     *
      *               facultative limit to LGUWRKQ with reason '3'.    *
      *  2026-10-15 - Write the life assured to LGUWRKQ.LIFE_ASSURED   *
      *               with each referral, so an underwriter re-drive   *
      *               prices the same life.                            *
      *  2026-10-15 - A referred add bought under a web quote leaves   *
      *               the quote open for LGUWLST1 to convert on final  *
      *               approval.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPBR01.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
      * A mid-term adjustment must reach to the end of CA-ADJ-DIRECTION.
           03 WS-ADJ-REQUIRED-CA-LEN   PIC S9(4)      VALUE +0.

      * Fields used to decode and validate CA-REQUEST-ID
       01  WS-REQUEST-ID-FIELDS.
           03 WS-VALID-REQUEST-SW      PIC X     VALUE 'N'.
               88 WS-VALID-REQUEST                VALUE 'Y'.
               88 WS-INVALID-REQUEST               VALUE 'N'.
           03 WS-ADJ-REQUEST-SW        PIC X     VALUE 'N'.
               88 WS-ADJ-REQUEST                  VALUE 'Y'.

      * Fields used to select a ruleapp path/version from the version
      * number embedded in CA-REQUEST-ID (e.g. "02AEND" -> _v2 suffix).
       01  WS-MANUAL-REVIEW-REASON-SW  PIC X      VALUE SPACE.
           88 WS-MANUAL-REVIEW-ODM-UNAVAIL         VALUE '1'.
           88 WS-MANUAL-REVIEW-FUND-REJECT         VALUE '2'.
           88 WS-MANUAL-REVIEW-RI-REFERRAL         VALUE '3'.

      * Region-wide ODM circuit breaker, kept by LGODMON1 - queried
      * before the rule-server call and fed each HBRCONN/HBRRULE
           03 WS-AUDIT-SRCE            PIC X     VALUE 'O'.
           03 WS-AUDIT-DATE-YMD        PIC X(8)  VALUE SPACES.
           03 WS-AUDIT-DATE-ISO        PIC X(10) VALUE SPACES.
      * The web quote a rating honoured - spaces on any other row.
           03 WS-AUDIT-QUOTE-REF       PIC X(10) VALUE SPACES.
      * The life assured of an endowment rating - spaces on any other
      * row - so in-force exposure can be added up per life.
           03 WS-AUDIT-LIFE-ASSURED    PIC X(30) VALUE SPACES.

      * Duplicate-application check.  The window (days) is read from
      * LGDUPCFG per add; no row means the default window, zero days
      * switches the check off.  The cutoff is the earliest
      * AUDIT_DATE that still counts as a recent rating.
       01  WS-DUPLICATE-FIELDS.
           03 WS-DUP-WINDOW-DAYS       PIC S9(4) COMP VALUE +0.
           03 WS-DUP-DEFAULT-DAYS      PIC S9(4) COMP VALUE +30.
           03 WS-DUP-TODAY-YMD         PIC X(8)  VALUE SPACES.
           03 WS-DUP-TODAY-NUM REDEFINES WS-DUP-TODAY-YMD
                                       PIC 9(8).
           03 WS-DUP-CUTOFF-NUM        PIC 9(8)  VALUE ZERO.
           03 WS-DUP-CUTOFF-X REDEFINES WS-DUP-CUTOFF-NUM
                                       PIC X(8).
           03 WS-DUP-CUTOFF-ISO        PIC X(10) VALUE SPACES.
           03 WS-DUP-TODAY-ISO         PIC X(10) VALUE SPACES.
           03 WS-DUP-LOG-TIME          PIC X(6)  VALUE SPACES.
           03 WS-DUP-PRIOR-SRCE        PIC X     VALUE SPACE.
           03 WS-DUP-PRIOR-DATE        PIC X(10) VALUE SPACES.
           03 WS-DUP-SRCE-IND          PIC S9(4) COMP VALUE +0.
           03 WS-DUP-DATE-IND          PIC S9(4) COMP VALUE +0.
           03 WS-DUP-CHANNEL-NAME      PIC X(7)  VALUE SPACES.
      * LGDUPLOG.BROKER_ID is only known on the broker channel.
           03 WS-DUP-BROKER-ID         PIC X(6)  VALUE SPACES.
           03 WS-DUP-FOUND-SW          PIC X     VALUE 'N'.
              88 WS-DUP-FOUND                    VALUE 'Y'.
           03 WS-REQUOTE-SW            PIC X     VALUE 'N'.
              88 WS-REQUOTE-REQUESTED            VALUE 'Y'.

      * Web quote register (LGQUOTE).  The quote fields sit past
      * CA-CHANNEL, so only a caller passing them can be given or
      * quote a reference.  The validity (days) and the last quote
      * number allocated are held on the single LGQTECFG row.
       01  WS-QUOTE-FIELDS.
           03 WS-QUOTE-DEFAULT-DAYS    PIC S9(4) COMP VALUE +30.
           03 WS-QUOTE-VALID-DAYS      PIC S9(4) COMP VALUE +0.
           03 WS-QUOTE-NUM             PIC S9(9) COMP VALUE +0.
           03 WS-QUOTE-NUM-DISP        PIC 9(9)  VALUE ZERO.
           03 WS-QUOTE-TODAY-YMD       PIC X(8)  VALUE SPACES.
           03 WS-QUOTE-TODAY-NUM REDEFINES WS-QUOTE-TODAY-YMD
                                       PIC 9(8).
           03 WS-QUOTE-TODAY-ISO       PIC X(10) VALUE SPACES.
           03 WS-QUOTE-EXPIRY-NUM      PIC 9(8)  VALUE ZERO.
           03 WS-QUOTE-EXPIRY-X REDEFINES WS-QUOTE-EXPIRY-NUM
                                       PIC X(8).
           03 WS-QUOTE-REASON          PIC X(40) VALUE SPACES.
           03 WS-QUOTE-DIFFERS         PIC X     VALUE 'N'.
           03 WS-QUOTE-AREA-SW         PIC X     VALUE 'N'.
              88 WS-QUOTE-AREA-PASSED            VALUE 'Y'.
           03 WS-QUOTE-HONOUR-SW       PIC X     VALUE 'N'.
              88 WS-QUOTE-TO-HONOUR              VALUE 'Y'.
           03 WS-QUOTE-APPLIED-SW      PIC X     VALUE 'N'.
              88 WS-QUOTE-APPLIED                VALUE 'Y'.

      * Host-variable image of the LGQUOTE row - as read for a quoted
      * reference, or as written for a new web quote.  The RULE-
      * fields are the ruleset's own answer when a quote is bought.
       01  WS-QUOTE-ROW.
           03 QT-QUOTE-REF             PIC X(10).
           03 QT-CUSTOMER-NUM          PIC X(10).
           03 QT-POLICY-TERM           PIC 9(2).
           03 QT-SUM-ASSURED           PIC 9(7)V99.
           03 QT-FUND-NAME             PIC X(20).
           03 QT-PREMIUM               PIC 9(7)V99.
           03 QT-RATE-APPLIED          PIC 9(2)V9(4).
           03 QT-LOADING-APPLIED       PIC 9(3)V99.
           03 QT-EXPIRY-DATE           PIC X(10).
           03 QT-QUOTE-STATUS          PIC X.
           03 QT-RULE-FUND-NAME        PIC X(20).
           03 QT-RULE-PREMIUM          PIC 9(7)V99.

      * Mid-term adjustment pricing.  The dates are held YYYYMMDD for
      * the date arithmetic; the period of cover is the year ending
      * on CA-ADJ-PERIOD-END.  The prior premium is read low and high
      * so two same-day ratings at different prices can be told
      * apart.  WS-ADJ-EFFECTIVE-ISO and the two premiums are what
      * the LGRULAUD row carries - spaces and zeros on any other row.
       01  WS-ADJUSTMENT-FIELDS.
           03 WS-ADJ-ADD-TYPE          PIC X(4)  VALUE SPACES.
           03 WS-ADJ-EFFECTIVE-ISO     PIC X(10) VALUE SPACES.
           03 WS-ADJ-DATE-ISO          PIC X(10) VALUE SPACES.
           03 WS-ADJ-DATE-NUM          PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-DATE-X REDEFINES WS-ADJ-DATE-NUM
                                       PIC X(8).
           03 WS-ADJ-EFFECTIVE-NUM     PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-END-NUM           PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-START-NUM         PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-START-X REDEFINES WS-ADJ-START-NUM
                                       PIC X(8).
           03 WS-ADJ-PERIOD-DAYS       PIC S9(5) COMP VALUE +0.
           03 WS-ADJ-REMAINING-DAYS    PIC S9(5) COMP VALUE +0.
           03 WS-ADJ-PRIOR-PREMIUM     PIC 9(7)V99 VALUE ZERO.
           03 WS-ADJ-PRIOR-LOW         PIC 9(7)V99 VALUE ZERO.
           03 WS-ADJ-PRIOR-HIGH-IND    PIC S9(4) COMP VALUE +0.
           03 WS-ADJ-PRIOR-LOW-IND     PIC S9(4) COMP VALUE +0.
           03 WS-ADJ-PRORATA-PREMIUM   PIC S9(7)V99 VALUE ZERO.
           03 WS-ADJ-DATE-VALID-SW     PIC X     VALUE 'N'.
              88 WS-ADJ-DATE-VALID               VALUE 'Y'.

      * Reinsurance retention.  The treaty limits are the single
      * LGRICFG row, read per endowment rating - no row, or a zero
      * facultative limit, and no life is checked.  The life's
      * exposure is the sum assured it already has in force on other
      * policies; this policy's own sum assured is added to it.
       01  WS-RETENTION-FIELDS.
           03 WS-RI-RETENTION-LIMIT    PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-RI-FACULTATIVE-LIMIT  PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-RI-OWN-CUSTOMER       PIC X(10) VALUE SPACES.
           03 WS-RI-OWN-POLICY         PIC X(10) VALUE SPACES.
           03 WS-RI-POLICY-CUSTOMER    PIC X(10) VALUE SPACES.
           03 WS-RI-POLICY-NUM         PIC X(10) VALUE SPACES.
           03 WS-RI-POLICY-SUM         PIC S9(7)V99 COMP-3 VALUE +0.
           03 WS-RI-LIFE-EXPOSURE      PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-RI-LIFE-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-RI-CHECK-SW           PIC X     VALUE 'N'.
              88 WS-RI-CHECK-ON                  VALUE 'Y'.
           03 WS-RI-READ-FAILED-SW     PIC X     VALUE 'N'.
              88 WS-RI-READ-FAILED               VALUE 'Y'.

      * Stamps for the LGUWRKQ underwriter work queue row written when
      * a policy is flagged for manual review - YYYYMMDD (not the
                    ORDER BY FUND_NAME
           END-EXEC.

      * The life's other in-force endowments: each policy's latest
      * accepted AEND/REND rating, the policy being rated left out -
      * its earlier ratings are what this one replaces, so a renewal
      * or fund-switch re-rate never counts a policy twice.  GROUP BY
      * collapses a policy rated more than once on its latest date to
      * one sum assured.  Web quotes are not in force, and a policy
      * the underwriters declined never went on risk.
           EXEC SQL
               DECLARE RICSR CURSOR FOR
                   SELECT A.CUSTOMER_NUM, A.POLICY_NUM,
                          MAX(A.SUM_ASSURED)
                     FROM LGRULAUD A
                    WHERE A.LIFE_ASSURED = :WS-AUDIT-LIFE-ASSURED
                      AND SUBSTR(A.REQUEST_ID, 3, 4)
                              IN ('AEND', 'REND')
                      AND A.HBR_COMPLETION_CODE = 0
                      AND A.RULE_MSG = ' '
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND NOT (A.CUSTOMER_NUM = :WS-RI-OWN-CUSTOMER
                               AND A.POLICY_NUM = :WS-RI-OWN-POLICY)
                      AND A.AUDIT_DATE =
                          (SELECT MAX(B.AUDIT_DATE)
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND SUBSTR(B.REQUEST_ID, 3, 4)
                                      IN ('AEND', 'REND')
                              AND B.HBR_COMPLETION_CODE = 0
                              AND B.RULE_MSG = ' '
                              AND COALESCE(B.AUDIT_SRCE, ' ') <> 'W')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGUWRKQ Q
                            WHERE Q.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND Q.POLICY_NUM = A.POLICY_NUM
                              AND Q.REVIEW_STATUS = 'D')
                    GROUP BY A.CUSTOMER_NUM, A.POLICY_NUM
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
               EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Refuse a repeat add of a policy already rated inside the       *
      * duplicate window, before the rule server is troubled - sets    *
      * CA-RETURN-CODE 97 and logs the refusal to LGDUPLOG.            *
      *----------------------------------------------------------------*
           PERFORM SET-REQUEST-CHANNEL
      * A counter add bought under a web quote is checked against the
      * LGQUOTE register first - a quote that can be honoured is not
      * a duplicate of the web rating that gave it.
           PERFORM CHECK-QUOTE-REFERENCE
           PERFORM CHECK-DUPLICATE-APPLICATION
      * A mid-term adjustment needs valid dates and the premium the
      * policy stands at before it is worth rating - 96 if not.
           IF WS-ADJ-REQUEST
              AND CA-RETURN-CODE EQUAL '00'
               PERFORM CHECK-MID-TERM-ADJUSTMENT
           END-IF
           IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      *    Define ruleset parameters and invoke rule execution server  *
      *----------------------------------------------------------------*
      * tearing it down, so the next add pays only the HBRRULE call.
               PERFORM UPDATE-COMMAREA-FROM-RESPONSE
               PERFORM RELEASE-CONNECTION-TO-CACHE
      * An endowment that priced cleanly only goes on risk if it keeps
      * its life inside the reinsurance facultative limit - otherwise
      * it is referred like any other referral.  A web rating is a
      * quote, not cover, and is not checked.
               IF CA-MANUAL-REVIEW-FLAG EQUAL 'N'
                  AND WS-AUDIT-SRCE NOT EQUAL 'W'
                  AND (WS-REQUEST-TYPE EQUAL 'AEND'
                    OR WS-REQUEST-TYPE EQUAL 'REND')
                   PERFORM CHECK-REINSURANCE-RETENTION
               END-IF
      * A quote bought at its price is converted on the register; a
      * cleanly priced web rating goes on it as a new quote.  A policy
      * sent for manual review is neither: its audit row carries the
      * quote reference, and LGUWLST1 converts the quote when the
      * approval is final.
               IF CA-MANUAL-REVIEW-FLAG EQUAL 'N'
                   IF WS-QUOTE-APPLIED
                       PERFORM CONVERT-QUOTE
                   END-IF
                   IF WS-AUDIT-SRCE EQUAL 'W'
                      AND WS-REQUEST-TYPE EQUAL 'AEND'
                      AND WS-QUOTE-AREA-PASSED
                       PERFORM REGISTER-WEB-QUOTE
                   END-IF
               END-IF
      * The caller has their answer - if a challenger ruleset version
      * is configured, additionally rate this endowment add against
      * it and record both answers for the divergence report.  Best
      * effort only: nothing the shadow call does changes what the
      * caller was given.  An add given a quoted price is left out -
      * the answer held is the quote's, not the champion's.
               IF WS-REQUEST-TYPE EQUAL 'AEND'
                  AND NOT WS-QUOTE-APPLIED
                   PERFORM SHADOW-CHALLENGER-CALL
               END-IF
           END-IF
                   WHEN 'AMOT'
                   WHEN 'ACOM'
                       SET WS-VALID-REQUEST TO TRUE
                   WHEN 'MMOT'
                       SET WS-VALID-REQUEST TO TRUE
                       SET WS-ADJ-REQUEST TO TRUE
                       MOVE 'AMOT' TO WS-ADJ-ADD-TYPE
                   WHEN 'MHSE'
                       SET WS-VALID-REQUEST TO TRUE
                       SET WS-ADJ-REQUEST TO TRUE
                       MOVE 'AHSE' TO WS-ADJ-ADD-TYPE
                   WHEN OTHER
                       SET WS-INVALID-REQUEST TO TRUE
               END-EVALUATE
                       MOVE ZERO TO CA-RATE-APPLIED
                       MOVE ZERO TO CA-LOADING-APPLIED
                   END-IF
      * An adjustment's dates and its pro-rata answer sit past the
      * quote fields, so it needs the commarea out to CA-ADJ-DIRECTION
      * - and the answer fields start clear, as the premium does.
                   IF WS-ADJ-REQUEST
                      AND CA-RETURN-CODE EQUAL '00'
                       COMPUTE WS-ADJ-REQUIRED-CA-LEN =
                           WS-REQUIRED-CA-LEN + 2
                                        + LENGTH OF CA-QUOTE-REF
                                        + LENGTH OF CA-QUOTE-EXPIRY
                                        + LENGTH OF CA-QUOTE-RESULT
                                        + LENGTH OF
                                          CA-ADJ-EFFECTIVE-DATE
                                        + LENGTH OF CA-ADJ-PERIOD-END
                                        + LENGTH OF
                                          CA-ADJ-PRIOR-PREMIUM
                                        + LENGTH OF CA-ADJ-PREMIUM
                                        + LENGTH OF CA-ADJ-DIRECTION
                       IF EIBCALEN < WS-ADJ-REQUIRED-CA-LEN
                           MOVE '98' TO CA-RETURN-CODE
                           PERFORM WRITE-ERROR-MESSAGE
                       ELSE
                           MOVE ZERO TO CA-ADJ-PRIOR-PREMIUM
                           MOVE ZERO TO CA-ADJ-PREMIUM
                           MOVE SPACE TO CA-ADJ-DIRECTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
      * Pick up the re-quote flag and the channel from the commarea -  *
      * both sit past WS-REQUIRED-CA-LEN, so a caller passing only the *
      * required length is a counter request with no re-quote flag.    *
      * The channel is what the LGRULAUD row is stamped with.          *
      *================================================================*
       SET-REQUEST-CHANNEL.
           MOVE 'O' TO WS-AUDIT-SRCE
           MOVE 'N' TO WS-REQUOTE-SW
           IF EIBCALEN > WS-REQUIRED-CA-LEN
               IF CA-DELIBERATE-REQUOTE
                   SET WS-REQUOTE-REQUESTED TO TRUE
               END-IF
           END-IF
           IF EIBCALEN > WS-REQUIRED-CA-LEN + 1
               IF CA-CHANNEL-WEB
                   MOVE 'W' TO WS-AUDIT-SRCE
               END-IF
           END-IF
           MOVE 'N' TO WS-QUOTE-AREA-SW
           IF EIBCALEN NOT < WS-REQUIRED-CA-LEN + 2
                             + LENGTH OF CA-QUOTE-REF
                             + LENGTH OF CA-QUOTE-EXPIRY
                             + LENGTH OF CA-QUOTE-RESULT
               SET WS-QUOTE-AREA-PASSED TO TRUE
           END-IF.
           EXIT.

      *================================================================*
      * Look up a quote reference the caller quoted on an add.  A web  *
      * request is given a reference, never quotes one.  The quote is  *
      * honoured only for an endowment add by the customer it was      *
      * given to, for the term and sum assured it priced, while it is  *
      * open and on or before its expiry date - anything else is       *
      * rated at the current price, with CA-QUOTE-RESULT and           *
      * CA-MESSAGE saying why the quote was not used.  CA-QUOTE-       *
      * RESULT starts as 'R' for a quote that can be honoured and is   *
      * settled once the rating is known.                              *
      *================================================================*
       CHECK-QUOTE-REFERENCE.
           MOVE 'N' TO WS-QUOTE-HONOUR-SW
           MOVE 'N' TO WS-QUOTE-APPLIED-SW
           MOVE 'N' TO WS-QUOTE-DIFFERS
           MOVE SPACES TO WS-AUDIT-QUOTE-REF
           IF WS-QUOTE-AREA-PASSED
               MOVE SPACE TO CA-QUOTE-RESULT
               MOVE SPACES TO CA-QUOTE-EXPIRY
               IF WS-AUDIT-SRCE EQUAL 'W'
                   MOVE SPACES TO CA-QUOTE-REF
               END-IF
               IF CA-QUOTE-REF NOT EQUAL SPACES
                   PERFORM READ-QUOTE-REGISTER
               END-IF
           END-IF.
           EXIT.

       READ-QUOTE-REGISTER.
           PERFORM GET-QUOTE-TODAY
           MOVE SPACES TO WS-QUOTE-REASON
           IF WS-REQUEST-TYPE NOT EQUAL 'AEND'
               MOVE 'ONLY VALID ON AN ENDOWMENT ADD'
                    TO WS-QUOTE-REASON
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_NUM, POLICY_TERM, SUM_ASSURED,
                          FUND_NAME, PREMIUM, RATE_APPLIED,
                          LOADING_APPLIED, EXPIRY_DATE, QUOTE_STATUS
                     INTO :QT-CUSTOMER-NUM, :QT-POLICY-TERM,
                          :QT-SUM-ASSURED, :QT-FUND-NAME,
                          :QT-PREMIUM, :QT-RATE-APPLIED,
                          :QT-LOADING-APPLIED, :QT-EXPIRY-DATE,
                          :QT-QUOTE-STATUS
                     FROM LGQUOTE
                    WHERE QUOTE_REF = :CA-QUOTE-REF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       MOVE 'NOT ON THE QUOTE REGISTER'
                            TO WS-QUOTE-REASON
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE ' QUOTE REGISTER READ FAILED'
                            TO EM-VARIABLE
                       PERFORM WRITE-ERROR-MESSAGE
                       MOVE 'QUOTE REGISTER UNAVAILABLE'
                            TO WS-QUOTE-REASON
                   WHEN QT-CUSTOMER-NUM NOT EQUAL CA-CUSTOMER-NUM
                       MOVE 'GIVEN TO ANOTHER CUSTOMER'
                            TO WS-QUOTE-REASON
                   WHEN QT-QUOTE-STATUS EQUAL 'C'
                       MOVE 'ALREADY CONVERTED' TO WS-QUOTE-REASON
                   WHEN QT-QUOTE-STATUS EQUAL 'X'
                   WHEN QT-EXPIRY-DATE < WS-QUOTE-TODAY-ISO
                       SET CA-QUOTE-EXPIRED TO TRUE
                       STRING 'EXPIRED ' QT-EXPIRY-DATE
                              DELIMITED BY SIZE INTO WS-QUOTE-REASON
                       END-STRING
                   WHEN QT-POLICY-TERM NOT EQUAL CA-E-TERM
                   WHEN QT-SUM-ASSURED NOT EQUAL CA-E-SUM-ASSURED
                       MOVE 'TERM/SUM ASSURED DIFFER FROM QUOTE'
                            TO WS-QUOTE-REASON
                   WHEN OTHER
                       SET WS-QUOTE-TO-HONOUR TO TRUE
                       SET CA-QUOTE-REFERRED TO TRUE
                       MOVE QT-EXPIRY-DATE TO CA-QUOTE-EXPIRY
               END-EVALUATE
           END-IF
           IF NOT WS-QUOTE-TO-HONOUR
               IF NOT CA-QUOTE-EXPIRED
                   SET CA-QUOTE-NOT-HONOURED TO TRUE
               END-IF
               MOVE SPACES TO CA-MESSAGE
               STRING 'QUOTE ' CA-QUOTE-REF ' ' DELIMITED BY SIZE
                      WS-QUOTE-REASON DELIMITED BY '  '
                      ' - RATED AT CURRENT PRICE' DELIMITED BY SIZE
                      INTO CA-MESSAGE
               END-STRING
           END-IF.
           EXIT.

      *================================================================*
      * Today's date for the quote register, yyyymmdd and ISO.         *
      *================================================================*
       GET-QUOTE-TODAY.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-QUOTE-TODAY-YMD)
           END-EXEC
           STRING WS-QUOTE-TODAY-YMD(1:4) '-'
                  WS-QUOTE-TODAY-YMD(5:2) '-'
                  WS-QUOTE-TODAY-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-QUOTE-TODAY-ISO
           END-STRING.
           EXIT.

      *================================================================*
      * Put the ruleset's answer for a quote being bought aside and    *
      * give the rating the quoted fund and premium instead, so the    *
      * audit row, the fund check and the caller all carry the price   *
      * the customer was promised.  Runs only on an HBRRULE call that  *
      * completed.  A ruleset that now rejects the request outright    *
      * (MSG set) is not overridden - the rejection refers the policy  *
      * like any other and the quote stays open.                       *
      *================================================================*
       APPLY-QUOTED-PRICE.
           IF PREMIUM NOT NUMERIC
               MOVE ZERO TO PREMIUM
           END-IF
           IF MSG EQUAL SPACES
               MOVE FUND-NAME TO QT-RULE-FUND-NAME
               MOVE PREMIUM TO QT-RULE-PREMIUM
               IF FUND-NAME EQUAL QT-FUND-NAME
                  AND PREMIUM EQUAL QT-PREMIUM
                   MOVE 'N' TO WS-QUOTE-DIFFERS
               ELSE
                   MOVE 'Y' TO WS-QUOTE-DIFFERS
               END-IF
               MOVE QT-FUND-NAME TO FUND-NAME
               MOVE QT-PREMIUM TO PREMIUM
               MOVE QT-RATE-APPLIED TO RATE-APPLIED
               MOVE QT-LOADING-APPLIED TO LOADING-APPLIED
               MOVE CA-QUOTE-REF TO WS-AUDIT-QUOTE-REF
               SET WS-QUOTE-APPLIED TO TRUE
           END-IF.
           EXIT.

      *================================================================*
      * Mark the quote converted, by this channel and policy, with the *
      * ruleset's own answer alongside for the conversion report.  A   *
      * quote whose price the ruleset would no longer give is still    *
      * honoured, and the difference is logged.  A failed update is    *
      * logged too - the customer has already been given the price.    *
      * A referred add's quote is converted by LGUWLST1 instead, once  *
      * the underwriter's approval is final.                           *
      *================================================================*
       CONVERT-QUOTE.
           EXEC SQL
               UPDATE LGQUOTE
                  SET QUOTE_STATUS = 'C',
                      STATUS_DATE = :WS-QUOTE-TODAY-ISO,
                      CONV_CHANNEL = :WS-AUDIT-SRCE,
                      CONV_POLICY_NUM = :CA-POLICY-NUM,
                      RULE_FUND_NAME = :QT-RULE-FUND-NAME,
                      RULE_PREMIUM = :QT-RULE-PREMIUM,
                      RULESET_DIFFERS = :WS-QUOTE-DIFFERS
                WHERE QUOTE_REF = :CA-QUOTE-REF
                  AND QUOTE_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE ' QUOTE CONVERSION UPDATE FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           MOVE SPACES TO CA-MESSAGE
           IF WS-QUOTE-DIFFERS EQUAL 'Y'
               SET CA-QUOTE-HONOURED-DIFFERS TO TRUE
               STRING 'QUOTE ' CA-QUOTE-REF
                      ' HONOURED - RULESET WOULD NOW GIVE '
                      QT-RULE-FUND-NAME
                      DELIMITED BY SIZE INTO CA-MESSAGE
               END-STRING
               MOVE ' QUOTE HONOURED - RULESET DIFFERS' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               SET CA-QUOTE-HONOURED TO TRUE
               STRING 'QUOTE ' CA-QUOTE-REF
                      ' HONOURED AT THE QUOTED FUND AND PREMIUM'
                      DELIMITED BY SIZE INTO CA-MESSAGE
               END-STRING
           END-IF.
           EXIT.

      *================================================================*
      * Put a cleanly priced web rating on the quote register under    *
      * the next quote number, valid for the LGQTECFG validity from    *
      * today, and hand the reference and expiry back for the reply.   *
      * A quote that cannot be registered is logged and goes back      *
      * without a reference - the customer still has their price, it   *
      * just cannot be bought at it later.                             *
      *================================================================*
       REGISTER-WEB-QUOTE.
           PERFORM GET-QUOTE-TODAY
           PERFORM ALLOCATE-QUOTE-NUMBER
           IF WS-QUOTE-NUM > ZERO
               COMPUTE WS-QUOTE-EXPIRY-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-QUOTE-TODAY-NUM)
                       + WS-QUOTE-VALID-DAYS)
               MOVE SPACES TO QT-EXPIRY-DATE
               STRING WS-QUOTE-EXPIRY-X(1:4) '-'
                      WS-QUOTE-EXPIRY-X(5:2) '-'
                      WS-QUOTE-EXPIRY-X(7:2)
                      DELIMITED BY SIZE INTO QT-EXPIRY-DATE
               END-STRING
               MOVE WS-QUOTE-NUM TO WS-QUOTE-NUM-DISP
               MOVE SPACES TO QT-QUOTE-REF
               STRING 'Q' WS-QUOTE-NUM-DISP
                      DELIMITED BY SIZE INTO QT-QUOTE-REF
               END-STRING
               EXEC SQL
                   INSERT INTO LGQUOTE
                       ( QUOTE_REF, CUSTOMER_NUM, POLICY_NUM,
                         REQUEST_ID, FUND_NAME_IN, POLICY_TERM,
                         SUM_ASSURED, FUND_NAME, PREMIUM,
                         RATE_APPLIED, LOADING_APPLIED,
                         QUOTE_DATE, EXPIRY_DATE, QUOTE_STATUS,
                         STATUS_DATE, CONV_CHANNEL, CONV_POLICY_NUM,
                         RULE_FUND_NAME, RULE_PREMIUM,
                         RULESET_DIFFERS )
                     VALUES
                       ( :QT-QUOTE-REF, :CA-CUSTOMER-NUM,
                         :CA-POLICY-NUM, :CA-REQUEST-ID,
                         :WS-AUDIT-FUND-NAME-IN, :TERM,
                         :SUM-ASSURED, :FUND-NAME, :PREMIUM,
                         :RATE-APPLIED, :LOADING-APPLIED,
                         :WS-QUOTE-TODAY-ISO, :QT-EXPIRY-DATE, 'O',
                         ' ', ' ', ' ', ' ', 0, ' ' )
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   MOVE QT-QUOTE-REF TO CA-QUOTE-REF
                   MOVE QT-EXPIRY-DATE TO CA-QUOTE-EXPIRY
               ELSE
                   MOVE ' QUOTE REGISTER INSERT FAILED' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Take the next quote number from LGQTECFG, with the validity in *
      * force.  The update holds the row until the caller's syncpoint, *
      * so two quotes can never be given the same number; the first    *
      * quote ever given creates the row at the default validity.      *
      * Leaves WS-QUOTE-NUM zero if no number could be had.            *
      *================================================================*
       ALLOCATE-QUOTE-NUMBER.
           MOVE ZERO TO WS-QUOTE-NUM
           EXEC SQL
               UPDATE LGQTECFG
                  SET LAST_QUOTE_NUM = LAST_QUOTE_NUM + 1
           END-EXEC
           IF SQLCODE EQUAL 100
               EXEC SQL
                   INSERT INTO LGQTECFG
                       ( VALID_DAYS, LAST_QUOTE_NUM, DATE_CHANGED )
                     VALUES
                       ( :WS-QUOTE-DEFAULT-DAYS, 1, ' ' )
               END-EXEC
           END-IF
           IF SQLCODE EQUAL ZERO
               EXEC SQL
                   SELECT VALID_DAYS, LAST_QUOTE_NUM
                     INTO :WS-QUOTE-VALID-DAYS, :WS-QUOTE-NUM
                     FROM LGQTECFG
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO WS-QUOTE-NUM
               MOVE ' QUOTE NUMBER ALLOCATION FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           IF WS-QUOTE-VALID-DAYS NOT > ZERO
               MOVE WS-QUOTE-DEFAULT-DAYS TO WS-QUOTE-VALID-DAYS
           END-IF.
           EXIT.

      *================================================================*
      * Look for a successful rating of the same customer and policy   *
      * on LGRULAUD, from any channel, on or after the cutoff date.    *
      * On a hit the add is refused with return code 97 and a message  *
      * naming the earlier channel (AUDIT_SRCE) and date.  A policy    *
      * number of spaces has nothing to match on, and a DB2 error      *
      * lets the add through to be rated - the check must never stop   *
      * the counter on its own account.  A renewal or a mid-term       *
      * adjustment is a further rating of the policy by design.        *
      *================================================================*
       CHECK-DUPLICATE-APPLICATION.
           MOVE 'N' TO WS-DUP-FOUND-SW
           IF WS-REQUEST-TYPE NOT EQUAL 'REND'
              AND NOT WS-ADJ-REQUEST
              AND NOT WS-REQUOTE-REQUESTED
              AND NOT WS-QUOTE-TO-HONOUR
              AND CA-POLICY-NUM NOT EQUAL SPACES
               PERFORM READ-DUPLICATE-WINDOW
               IF WS-DUP-WINDOW-DAYS > ZERO
                   PERFORM FIND-EARLIER-RATING
               END-IF
           END-IF
           IF WS-DUP-FOUND
               MOVE '97' TO CA-RETURN-CODE
               IF WS-DUP-SRCE-IND < ZERO
                   MOVE SPACE TO WS-DUP-PRIOR-SRCE
               END-IF
               EVALUATE WS-DUP-PRIOR-SRCE
                   WHEN 'O'
                       MOVE 'COUNTER' TO WS-DUP-CHANNEL-NAME
                   WHEN 'W'
                       MOVE 'WEB' TO WS-DUP-CHANNEL-NAME
                   WHEN 'B'
                       MOVE 'BROKER' TO WS-DUP-CHANNEL-NAME
                   WHEN OTHER
                       MOVE 'EARLIER' TO WS-DUP-CHANNEL-NAME
               END-EVALUATE
               MOVE SPACES TO CA-MESSAGE
               STRING 'DUPLICATE OF ' DELIMITED BY SIZE
                      WS-DUP-CHANNEL-NAME DELIMITED BY SPACE
                      ' RATING ON ' WS-DUP-PRIOR-DATE
                      ' - SET RE-QUOTE FLAG TO RATE AGAIN'
                             DELIMITED BY SIZE
                      INTO CA-MESSAGE
               END-STRING
               PERFORM WRITE-DUPLICATE-LOG
           END-IF.
           EXIT.

      *================================================================*
      * Read the duplicate window from LGDUPCFG and work out the       *
      * earliest AUDIT_DATE still inside it.  No row, or a DB2 error,  *
      * runs with the default window.                                  *
      *================================================================*
       READ-DUPLICATE-WINDOW.
           EXEC SQL
               SELECT WINDOW_DAYS
                 INTO :WS-DUP-WINDOW-DAYS
                 FROM LGDUPCFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE WS-DUP-DEFAULT-DAYS TO WS-DUP-WINDOW-DAYS
               WHEN OTHER
                   MOVE ' DUPLICATE WINDOW READ FAILED' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
                   MOVE WS-DUP-DEFAULT-DAYS TO WS-DUP-WINDOW-DAYS
           END-EVALUATE
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-DUP-TODAY-YMD)
                     TIME(WS-DUP-LOG-TIME)
           END-EXEC
           STRING WS-DUP-TODAY-YMD(1:4) '-'
                  WS-DUP-TODAY-YMD(5:2) '-'
                  WS-DUP-TODAY-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-DUP-TODAY-ISO
           END-STRING
           IF WS-DUP-WINDOW-DAYS > ZERO
               COMPUTE WS-DUP-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DUP-TODAY-NUM)
                       - WS-DUP-WINDOW-DAYS)
               STRING WS-DUP-CUTOFF-X(1:4) '-'
                      WS-DUP-CUTOFF-X(5:2) '-'
                      WS-DUP-CUTOFF-X(7:2)
                      DELIMITED BY SIZE INTO WS-DUP-CUTOFF-ISO
               END-STRING
           END-IF.
           EXIT.

      *================================================================*
      * The latest successful rating on or after the cutoff - the      *
      * aggregates come back null when there is none.  Same test       *
      * LGBRBAT1 makes for the broker channel.                         *
      *================================================================*
       FIND-EARLIER-RATING.
           EXEC SQL
               SELECT MAX(A.AUDIT_SRCE), MAX(A.AUDIT_DATE)
                 INTO :WS-DUP-PRIOR-SRCE :WS-DUP-SRCE-IND,
                      :WS-DUP-PRIOR-DATE :WS-DUP-DATE-IND
                 FROM LGRULAUD A
                WHERE A.CUSTOMER_NUM = :CA-CUSTOMER-NUM
                  AND A.POLICY_NUM = :CA-POLICY-NUM
                  AND A.HBR_COMPLETION_CODE = 0
                  AND A.AUDIT_DATE =
                      (SELECT MAX(B.AUDIT_DATE)
                         FROM LGRULAUD B
                        WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                          AND B.POLICY_NUM = A.POLICY_NUM
                          AND B.HBR_COMPLETION_CODE = 0
                          AND B.AUDIT_DATE >= :WS-DUP-CUTOFF-ISO)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE ' DUPLICATE CHECK FAILED' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN WS-DUP-DATE-IND < ZERO
                   CONTINUE
               WHEN OTHER
                   SET WS-DUP-FOUND TO TRUE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Record the refused duplicate on LGDUPLOG for the LGDPRPT1      *
      * daily report, under the channel it came in on.  A failed       *
      * insert is logged to the TS queue; the add is refused either    *
      * way.                                                           *
      *================================================================*
       WRITE-DUPLICATE-LOG.
           EXEC SQL
               INSERT INTO LGDUPLOG
                   ( DATE_CAUGHT, TIME_CAUGHT, CHANNEL,
                     CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                     BROKER_ID, PRIOR_CHANNEL, PRIOR_DATE )
                 VALUES
                   ( :WS-DUP-TODAY-ISO, :WS-DUP-LOG-TIME,
                     :WS-AUDIT-SRCE,
                     :CA-CUSTOMER-NUM, :CA-POLICY-NUM, :CA-REQUEST-ID,
                     :WS-DUP-BROKER-ID, :WS-DUP-PRIOR-SRCE,
                     :WS-DUP-PRIOR-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE ' DUPLICATE LOG INSERT FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *================================================================*
      * Edit a mid-term adjustment before it is rated: both dates must *
      * be real yyyy-mm-dd dates, and the effective date must fall in  *
      * the period of cover - on or after the day one year before      *
      * CA-ADJ-PERIOD-END, and before it.  Then find the premium the   *
      * policy stands at.  Anything wrong is refused with return code  *
      * 96 and CA-MESSAGE saying what.                                 *
      *================================================================*
       CHECK-MID-TERM-ADJUSTMENT.
           MOVE CA-ADJ-EFFECTIVE-DATE TO WS-ADJ-DATE-ISO
           PERFORM EDIT-ADJUSTMENT-DATE
           IF WS-ADJ-DATE-VALID
               MOVE WS-ADJ-DATE-NUM TO WS-ADJ-EFFECTIVE-NUM
               MOVE CA-ADJ-PERIOD-END TO WS-ADJ-DATE-ISO
               PERFORM EDIT-ADJUSTMENT-DATE
           END-IF
           IF WS-ADJ-DATE-VALID
               MOVE WS-ADJ-DATE-NUM TO WS-ADJ-END-NUM
               MOVE WS-ADJ-END-NUM TO WS-ADJ-START-NUM
               SUBTRACT 10000 FROM WS-ADJ-START-NUM
               IF WS-ADJ-START-X(5:4) EQUAL '0229'
                   MOVE '0228' TO WS-ADJ-START-X(5:4)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ADJ-DATE-VALID
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE 'ADJUSTMENT EFFECTIVE DATE AND PERIOD END MUST B
      -                 'E YYYY-MM-DD DATES' TO CA-MESSAGE
               WHEN WS-ADJ-EFFECTIVE-NUM NOT < WS-ADJ-END-NUM
               WHEN WS-ADJ-EFFECTIVE-NUM < WS-ADJ-START-NUM
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE SPACES TO CA-MESSAGE
                   STRING 'EFFECTIVE DATE ' CA-ADJ-EFFECTIVE-DATE
                          ' IS NOT IN THE PERIOD OF COVER ENDING '
                          CA-ADJ-PERIOD-END
                          DELIMITED BY SIZE INTO CA-MESSAGE
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-ADJ-PERIOD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-END-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-ADJ-START-NUM)
                   COMPUTE WS-ADJ-REMAINING-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-END-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-ADJ-EFFECTIVE-NUM)
                   PERFORM FIND-PRIOR-PREMIUM
           END-EVALUATE
           IF CA-RETURN-CODE EQUAL '00'
               MOVE CA-ADJ-EFFECTIVE-DATE TO WS-ADJ-EFFECTIVE-ISO
           END-IF.
           EXIT.

      * Strict yyyy-mm-dd in WS-ADJ-DATE-ISO, and a day the calendar
      * has - converted to YYYYMMDD in WS-ADJ-DATE-NUM.
       EDIT-ADJUSTMENT-DATE.
           MOVE 'N' TO WS-ADJ-DATE-VALID-SW
           IF WS-ADJ-DATE-ISO(1:4) NUMERIC
              AND WS-ADJ-DATE-ISO(5:1) EQUAL '-'
              AND WS-ADJ-DATE-ISO(6:2) NUMERIC
              AND WS-ADJ-DATE-ISO(8:1) EQUAL '-'
              AND WS-ADJ-DATE-ISO(9:2) NUMERIC
               STRING WS-ADJ-DATE-ISO(1:4)
                      WS-ADJ-DATE-ISO(6:2)
                      WS-ADJ-DATE-ISO(9:2)
                      DELIMITED BY SIZE INTO WS-ADJ-DATE-X
               END-STRING
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ADJ-DATE-NUM)
                  EQUAL ZERO
                   SET WS-ADJ-DATE-VALID TO TRUE
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * The premium the policy stands at: its latest accepted, priced  *
      * LGRULAUD rating - the add, or an earlier adjustment.  LGRULAUD *
      * has no time column, so a policy last rated twice in a day at   *
      * different premiums has no one premium to adjust from and is    *
      * refused, as LGBLEXT1 holds such a policy from billing.  So is  *
      * a policy with no accepted rating (never rated, or its ratings  *
      * archived by LGAUARC1), and a DB2 error - there is nothing to   *
      * price the adjustment against.                                  *
      *================================================================*
       FIND-PRIOR-PREMIUM.
           EXEC SQL
               SELECT MAX(A.PREMIUM), MIN(A.PREMIUM)
                 INTO :WS-ADJ-PRIOR-PREMIUM :WS-ADJ-PRIOR-HIGH-IND,
                      :WS-ADJ-PRIOR-LOW :WS-ADJ-PRIOR-LOW-IND
                 FROM LGRULAUD A
                WHERE A.CUSTOMER_NUM = :CA-CUSTOMER-NUM
                  AND A.POLICY_NUM = :CA-POLICY-NUM
                  AND A.HBR_COMPLETION_CODE = 0
                  AND A.RULE_MSG = ' '
                  AND A.PREMIUM > 0
                  AND SUBSTR(A.REQUEST_ID, 3, 4)
                          IN (:WS-ADJ-ADD-TYPE, :WS-REQUEST-TYPE)
                  AND A.AUDIT_DATE =
                      (SELECT MAX(B.AUDIT_DATE)
                         FROM LGRULAUD B
                        WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                          AND B.POLICY_NUM = A.POLICY_NUM
                          AND B.HBR_COMPLETION_CODE = 0
                          AND B.RULE_MSG = ' '
                          AND B.PREMIUM > 0
                          AND SUBSTR(B.REQUEST_ID, 3, 4)
                                  IN (:WS-ADJ-ADD-TYPE,
                                      :WS-REQUEST-TYPE))
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE ' PRIOR PREMIUM READ FAILED' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE 'PREMIUM BEFORE ADJUSTMENT COULD NOT BE READ - T
      -                 'RY AGAIN' TO CA-MESSAGE
               WHEN WS-ADJ-PRIOR-HIGH-IND < ZERO
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE 'NO ACCEPTED RATING OF THIS POLICY TO ADJUST'
                        TO CA-MESSAGE
               WHEN WS-ADJ-PRIOR-LOW NOT EQUAL WS-ADJ-PRIOR-PREMIUM
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE 'POLICY LAST RATED TWICE IN A DAY AT DIFFERENT P
      -                 'REMIUMS - CANNOT ADJUST' TO CA-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Price the adjustment once the ruleset has rated the changed    *
      * risk: the difference between the new annual premium and the    *
      * one it replaces, for the days left from the effective date to  *
      * the period end out of the days in the period.  Positive is an  *
      * additional premium, negative a return.  A ruleset message, or  *
      * a ruleset that does not price, leaves nothing to charge.       *
      *================================================================*
       PRICE-MID-TERM-ADJUSTMENT.
           IF PREMIUM NOT NUMERIC
               MOVE ZERO TO PREMIUM
           END-IF
           MOVE ZERO TO WS-ADJ-PRORATA-PREMIUM
           IF MSG EQUAL SPACES
              AND PREMIUM > ZERO
               COMPUTE WS-ADJ-PRORATA-PREMIUM ROUNDED =
                   (PREMIUM - WS-ADJ-PRIOR-PREMIUM)
                   * WS-ADJ-REMAINING-DAYS / WS-ADJ-PERIOD-DAYS
           END-IF.
           EXIT.

      *================================================================*
      * Select the ruleapp path for the policy type identified by      *
      * WS-REQUEST-TYPE and build the REQUEST-ID/TERM/SUM-ASSURED/     *
                                           TO HBRA-CONN-RULEAPP-PATH
                   MOVE CA-E-FUND-NAME TO FUND-NAME
                   MOVE CA-E-FUND-NAME TO WS-AUDIT-FUND-NAME-IN
                   MOVE CA-E-LIFE-ASSURED TO WS-AUDIT-LIFE-ASSURED
                   MOVE CA-E-TERM TO TERM
                   MOVE CA-E-SUM-ASSURED TO SUM-ASSURED
      * A mid-term adjustment rates the changed risk through the same
      * ruleapp as the add, with the same value and term.
               WHEN 'AHSE'
               WHEN 'MHSE'
                   MOVE "/GenAppDemoApp/GenAppDemoHouse"
                                           TO HBRA-CONN-RULEAPP-PATH
                   MOVE SPACES TO FUND-NAME
                   MOVE SPACES TO WS-AUDIT-FUND-NAME-IN
                   MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
                   MOVE CA-H-TERM TO TERM
                   MOVE CA-H-VALUE TO SUM-ASSURED
               WHEN 'AMOT'
               WHEN 'MMOT'
                   MOVE "/GenAppDemoApp/GenAppDemoMotor"
                                           TO HBRA-CONN-RULEAPP-PATH
                   MOVE SPACES TO FUND-NAME
                   MOVE SPACES TO WS-AUDIT-FUND-NAME-IN
                   MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
                   MOVE CA-M-TERM TO TERM
                   MOVE CA-M-VALUE TO SUM-ASSURED
               WHEN 'ACOM'
                                           TO HBRA-CONN-RULEAPP-PATH
                   MOVE SPACES TO FUND-NAME
                   MOVE SPACES TO WS-AUDIT-FUND-NAME-IN
                   MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
                   MOVE CA-C-TERM TO TERM
                   MOVE CA-C-VALUE TO SUM-ASSURED
           END-EVALUATE
               WHEN OTHER
                   MOVE MSG TO CA-MESSAGE
                   PERFORM MOVE-PREMIUM-TO-COMMAREA
                   IF WS-ADJ-REQUEST
                       PERFORM MOVE-ADJUSTMENT-TO-COMMAREA
                   END-IF
           END-EVALUATE.
           EXIT.

           MOVE RATE-APPLIED TO CA-RATE-APPLIED
           MOVE LOADING-APPLIED TO CA-LOADING-APPLIED.
           EXIT.

      * An adjustment's answer: the premium it stood at, and the
      * pro-rata difference as an amount and a direction.
       MOVE-ADJUSTMENT-TO-COMMAREA.
           MOVE WS-ADJ-PRIOR-PREMIUM TO CA-ADJ-PRIOR-PREMIUM
           EVALUATE TRUE
               WHEN WS-ADJ-PRORATA-PREMIUM > ZERO
                   MOVE WS-ADJ-PRORATA-PREMIUM TO CA-ADJ-PREMIUM
                   SET CA-ADJ-ADDITIONAL TO TRUE
               WHEN WS-ADJ-PRORATA-PREMIUM < ZERO
                   COMPUTE CA-ADJ-PREMIUM = 0 - WS-ADJ-PRORATA-PREMIUM
                   SET CA-ADJ-RETURN TO TRUE
               WHEN OTHER
                   MOVE ZERO TO CA-ADJ-PREMIUM
                   SET CA-ADJ-NO-CHANGE TO TRUE
           END-EVALUATE.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
               END-EXEC
               PERFORM RECORD-RULE-CALL-STATS

      * A quote being bought is given its quoted price before the
      * invocation is audited, so the row carries what was sold.
               IF WS-QUOTE-TO-HONOUR
                  AND HBRA-CONN-COMPLETION-CODE EQUAL HBR-CC-OK
                   PERFORM APPLY-QUOTED-PRICE
               END-IF

      * Likewise an adjustment is priced pro-rata before the audit
      * row is written, so the row carries what is to be charged.
               IF WS-ADJ-REQUEST
                  AND HBRA-CONN-COMPLETION-CODE EQUAL HBR-CC-OK
                   PERFORM PRICE-MID-TERM-ADJUSTMENT
               END-IF

      * Persist this invocation (request in, response out, completion/
      * reason codes) to the audit trail regardless of outcome.
               PERFORM WRITE-AUDIT-RECORD
           SET WS-HBR-CONN-CLOSED TO TRUE.
           EXIT.

      *================================================================*
      * Reinsurance retention: add this policy's sum assured to what   *
      * its life assured already has in force on other endowments,     *
      * and refer the policy (reason '3') when the total passes the    *
      * treaty's facultative limit - the reinsurer has to accept the   *
      * excess case by case before it goes on risk.  With no limits    *
      * held, or no life assured given, there is nothing to check.     *
      * If the limits or the exposure cannot be read the policy is     *
      * referred - cover is not given past a limit nobody checked.     *
      *================================================================*
       CHECK-REINSURANCE-RETENTION.
           MOVE 'N' TO WS-RI-CHECK-SW
           MOVE 'N' TO WS-RI-READ-FAILED-SW
           IF WS-AUDIT-LIFE-ASSURED NOT EQUAL SPACES
               PERFORM READ-TREATY-LIMITS
           END-IF
           IF WS-RI-CHECK-ON
               PERFORM ADD-UP-LIFE-EXPOSURE
           END-IF
           IF WS-RI-CHECK-ON
               COMPUTE WS-RI-LIFE-TOTAL =
                   WS-RI-LIFE-EXPOSURE + CA-E-SUM-ASSURED
               IF WS-RI-LIFE-TOTAL > WS-RI-FACULTATIVE-LIMIT
                   SET WS-MANUAL-REVIEW-RI-REFERRAL TO TRUE
                   PERFORM SET-MANUAL-REVIEW
               END-IF
           END-IF
           IF WS-RI-READ-FAILED
               SET WS-MANUAL-REVIEW-RI-REFERRAL TO TRUE
               PERFORM SET-MANUAL-REVIEW
           END-IF.
           EXIT.

       READ-TREATY-LIMITS.
           EXEC SQL
               SELECT RETENTION_LIMIT, FACULTATIVE_LIMIT
                 INTO :WS-RI-RETENTION-LIMIT,
                      :WS-RI-FACULTATIVE-LIMIT
                 FROM LGRICFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   IF WS-RI-FACULTATIVE-LIMIT > ZERO
                       SET WS-RI-CHECK-ON TO TRUE
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   SET WS-RI-READ-FAILED TO TRUE
                   MOVE ' TREATY LIMIT READ FAILED' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

       ADD-UP-LIFE-EXPOSURE.
           MOVE ZERO TO WS-RI-LIFE-EXPOSURE
           MOVE CA-CUSTOMER-NUM TO WS-RI-OWN-CUSTOMER
           MOVE CA-POLICY-NUM TO WS-RI-OWN-POLICY
           EXEC SQL OPEN RICSR END-EXEC
           IF SQLCODE EQUAL ZERO
               PERFORM FETCH-LIFE-POLICY
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   SET WS-RI-READ-FAILED TO TRUE
               END-IF
               EXEC SQL CLOSE RICSR END-EXEC
           ELSE
               SET WS-RI-READ-FAILED TO TRUE
           END-IF
           IF WS-RI-READ-FAILED
               MOVE 'N' TO WS-RI-CHECK-SW
               MOVE ' LIFE EXPOSURE READ FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

       FETCH-LIFE-POLICY.
           EXEC SQL
               FETCH RICSR
                INTO :WS-RI-POLICY-CUSTOMER, :WS-RI-POLICY-NUM,
                     :WS-RI-POLICY-SUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD WS-RI-POLICY-SUM TO WS-RI-LIFE-EXPOSURE
           END-IF.
           EXIT.

      *================================================================*
      * Flag the policy for manual underwriting review instead of      *
      * ABENDing the transaction - either the HBRCONN/HBRRULE retries  *
       SET-MANUAL-REVIEW.
           MOVE 'Y' TO CA-MANUAL-REVIEW-FLAG
           EVALUATE TRUE
      * The ruleset priced it, but it is not on risk until the
      * reinsurer accepts the excess - no price goes back with it.
               WHEN WS-MANUAL-REVIEW-RI-REFERRAL
                   MOVE SPACES TO CA-MESSAGE
                   STRING 'LIFE OVER REINSURANCE FACULTATIVE LIMIT - '
                          'REFER FOR UNDERWRITING REVIEW'
                          DELIMITED BY SIZE INTO CA-MESSAGE
                   MOVE ZERO TO CA-PREMIUM
                   MOVE ZERO TO CA-RATE-APPLIED
                   MOVE ZERO TO CA-LOADING-APPLIED
                   MOVE ' RI FACULTATIVE LIMIT - MANUAL REVIEW'
                        TO EM-VARIABLE
               WHEN WS-MANUAL-REVIEW-FUND-REJECT
                   MOVE 'ODM REJECTED FUND/MSG - REFER FOR MANUAL
      -             'UNDERWRITING REVIEW' TO CA-MESSAGE
                     REVIEW_REASON, FUND_NAME, POLICY_TERM,
                     SUM_ASSURED, DATE_FLAGGED, TIME_FLAGGED,
                     REVIEW_STATUS, UNDERWRITER_ID,
                     DISP_FUND_NAME, DATE_ACTIONED, DISP_PREMIUM,
                     COUNTERSIGN_ID, COUNTERSIGN_REASON,
                     LIFE_ASSURED )
                 VALUES
                   ( :CA-CUSTOMER-NUM, :CA-POLICY-NUM,
                     :CA-REQUEST-ID, :WS-REVIEW-REASON,
                     :WS-AUDIT-FUND-NAME-IN, :TERM, :SUM-ASSURED,
                     :WS-REVIEW-DATE, :WS-REVIEW-TIME,
                     'P', ' ', ' ', ' ', 0, ' ', ' ',
                     :WS-AUDIT-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE EQUAL -803
               EXEC SQL
                          DATE_FLAGGED = :WS-REVIEW-DATE,
                          TIME_FLAGGED = :WS-REVIEW-TIME,
                          DISP_FUND_NAME = ' ',
                          DISP_PREMIUM = 0,
                          DATE_ACTIONED = ' ',
                          COUNTERSIGN_ID = ' ',
                          COUNTERSIGN_REASON = ' ',
                          LIFE_ASSURED = :WS-AUDIT-LIFE-ASSURED
                    WHERE CUSTOMER_NUM = :CA-CUSTOMER-NUM
                      AND POLICY_NUM = :CA-POLICY-NUM
               END-EXEC
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               PERFORM MASK-PERSONAL-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               PERFORM MASK-PERSONAL-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
           END-IF.
           EXIT.

      *================================================================*
      * Blank out the personal part of the commarea copy before it     *
      * goes to the TS queue - the life assured of an endowment, the   *
      * house name, number and postcode of a house policy, the         *
      * registration of a motor policy.  CA-DATA(5:4) is the request   *
      * type; one not recognised has its whole policy data masked.     *
      *================================================================*
       MASK-PERSONAL-DATA.
           EVALUATE CA-DATA(5:4)
               WHEN 'AEND'
               WHEN 'REND'
                   IF CA-DATA(51:30) NOT EQUAL SPACES
                       MOVE ALL '*' TO CA-DATA(51:30)
                   END-IF
               WHEN 'AHSE'
               WHEN 'MHSE'
                   IF CA-DATA(51:40) NOT EQUAL SPACES
                       MOVE ALL '*' TO CA-DATA(51:40)
                   END-IF
               WHEN 'AMOT'
               WHEN 'MMOT'
                   IF CA-DATA(61:8) NOT EQUAL SPACES
                       MOVE ALL '*' TO CA-DATA(61:8)
                   END-IF
               WHEN 'ACOM'
                   CONTINUE
               WHEN OTHER
                   IF CA-DATA(31:60) NOT EQUAL SPACES
                       MOVE ALL '*' TO CA-DATA(31:60)
                   END-IF
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Persist a permanent record of this ODM rule invocation to the  *
      * audit table - customer/policy/request id, the fund/term/sum    *
                     FUND_NAME_OUT, RULE_MSG,
                     HBR_COMPLETION_CODE, HBR_REASON_CODE,
                     AUDIT_SRCE, AUDIT_DATE,
                     PREMIUM, RATE_APPLIED, LOADING_APPLIED,
                     QUOTE_REF, ADJ_EFFECTIVE_DATE,
                     ADJ_PRIOR_PREMIUM, ADJ_PRORATA_PREMIUM,
                     LIFE_ASSURED )
                 VALUES
                   ( :CA-CUSTOMER-NUM, :CA-POLICY-NUM, :CA-REQUEST-ID,
                     :WS-AUDIT-FUND-NAME-IN, :TERM, :SUM-ASSURED,
                     :FUND-NAME, :MSG,
                     :WS-AUDIT-COMP-CODE, :WS-AUDIT-REASON-CODE,
                     :WS-AUDIT-SRCE, :WS-AUDIT-DATE-ISO,
                     :PREMIUM, :RATE-APPLIED, :LOADING-APPLIED,
                     :WS-AUDIT-QUOTE-REF, :WS-ADJ-EFFECTIVE-ISO,
                     :WS-ADJ-PRIOR-PREMIUM, :WS-ADJ-PRORATA-PREMIUM,
                     :WS-AUDIT-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE ' AUDIT INSERT FAILED' TO EM-VARIABLE
