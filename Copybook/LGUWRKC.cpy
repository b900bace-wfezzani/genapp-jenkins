      *    worklist transaction over the LGUWRKQ manual-review queue   *
      *    (DB2).  One row exists per customer/policy flagged for      *
      *    manual underwriting review by LGAPBR01's SET-MANUAL-REVIEW. *
      *    UW-REVIEW-REASON says why: '1' the rule server could not be *
      *    reached, '2' its answer failed validation, '3' the policy   *
      *    takes its life over the reinsurance facultative limit       *
      *    (LGRICFG) - approve it once the reinsurer has accepted the  *
      *    excess.                                                     *
      *                                                                 *
      *    UW-REQUEST-MODE on input:                                   *
      *      'B' - browse: return the oldest PENDING item, or, when    *
      *      'C' - claim the item identified by customer/policy for    *
      *            UW-UNDERWRITER-ID (PENDING items only)              *
      *      'A' - approve the claimed item with the fund supplied in  *
      *            UW-DISP-FUND-NAME and the premium agreed in         *
      *            UW-DISP-PREMIUM (an approval without a premium is   *
      *            recorded, but LGBLEXT1 lists it as an exception     *
      *            instead of billing it)                              *
      *      'D' - decline the claimed item                            *
      *      'R' - resubmit the claimed item to the ODM rule server    *
      *            (endowment requests only - see LGUWLST1 NOTES)      *
      *            UW-UNDERWRITER-ID back to PENDING, so the whole     *
      *            queue an absent underwriter was holding goes back   *
      *            to the worklist in one request                      *
      *      'W' - browse: return the oldest item awaiting a second    *
      *            signature (approvals held by the 'A' mode below)    *
      *      'K' - countersign the item identified by customer/policy  *
      *            as UW-UNDERWRITER-ID - must be a different          *
      *            underwriter from the approver, with authority on    *
      *            LGUWAUTH for the policy type and sum assured        *
      *      'N' - refuse to countersign - the item goes back to the   *
      *            approver as CLAIMED, its disposition cleared        *
      *                                                                *
      *    An approval ('A') over the approver's LGUWAUTH authority    *
      *    limit for the policy type, or (endowments) with a fund      *
      *    other than the ruleset's fund on LGRULAUD, is not final:    *
      *    it is held as AWAITING SECOND SIGNATURE ('W') with the      *
      *    reason in UW-COUNTERSIGN-REASON until countersigned.        *
      *    UW-UNDERWRITER-ID stays the approver; the countersigner     *
      *    is returned in UW-COUNTERSIGN-ID.                           *
      *                                                                *
      *    UW-RETURN-CODE on output:                                   *
      *      00 - successful                                           *
      *      01 - no pending items / item not found                    *
      *      02 - item not in a state the mode allows (e.g. approve    *
      *           of an item not claimed by this underwriter)          *
      *      03 - request not valid for this item (e.g. resubmit of a  *
      *           non-endowment request, or of one queued with no      *
      *           life assured on LGUWRKQ)                             *
      *      90 - DB2 error - see UW-MESSAGE                           *
      *      99 - request mode not recognised / key fields missing     *
      ******************************************************************
              88 UW-MODE-RESUBMIT                     VALUE 'R'.
              88 UW-MODE-REASSIGN                     VALUE 'S'.
              88 UW-MODE-RELEASE                       VALUE 'U'.
              88 UW-MODE-BROWSE-COUNTERSIGN          VALUE 'W'.
              88 UW-MODE-COUNTERSIGN                  VALUE 'K'.
              88 UW-MODE-REFUSE-COUNTERSIGN           VALUE 'N'.
           03 UW-RETURN-CODE               PIC X(2)  VALUE '00'.
           03 UW-UNDERWRITER-ID            PIC X(8)  VALUE SPACES.
           03 UW-CUSTOMER-NUM              PIC X(10) VALUE SPACES.
           03 UW-REVIEW-REASON             PIC X     VALUE SPACE.
              88 UW-REASON-ODM-UNAVAIL               VALUE '1'.
              88 UW-REASON-FUND-REJECT                VALUE '2'.
              88 UW-REASON-RI-REFERRAL                VALUE '3'.
           03 UW-FUND-NAME                 PIC X(20) VALUE SPACES.
           03 UW-TERM                      PIC 9(2)  VALUE ZERO.
           03 UW-SUM-ASSURED               PIC 9(7)V99 VALUE ZERO.
              88 UW-STATUS-APPROVED                   VALUE 'A'.
              88 UW-STATUS-DECLINED                   VALUE 'D'.
              88 UW-STATUS-RESUBMITTED                VALUE 'R'.
              88 UW-STATUS-AWAITING-COUNTERSIGN       VALUE 'W'.
           03 UW-DISP-FUND-NAME            PIC X(20) VALUE SPACES.
           03 UW-MESSAGE                   PIC X(80) VALUE SPACES.
      * Added after UW-MESSAGE so callers built before the supervisor
      * modes existed can keep passing the shorter commarea.
           03 UW-NEW-UNDERWRITER-ID        PIC X(8)  VALUE SPACES.
      * Added after UW-NEW-UNDERWRITER-ID for the same reason - a
      * caller that does not pass it approves with no premium.
           03 UW-DISP-PREMIUM              PIC 9(7)V99 VALUE ZERO.
           03 UW-DISP-PREMIUM-X REDEFINES UW-DISP-PREMIUM
                                           PIC X(9).
      * Added after UW-DISP-PREMIUM for the same reason.  Both are
      * output only - see the second-signature note above.
           03 UW-COUNTERSIGN-ID            PIC X(8)  VALUE SPACES.
           03 UW-COUNTERSIGN-REASON        PIC X     VALUE SPACE.
              88 UW-CSIGN-OVER-LIMIT                 VALUE 'L'.
              88 UW-CSIGN-FUND-OVERRIDE               VALUE 'F'.
              88 UW-CSIGN-LIMIT-AND-FUND              VALUE 'B'.
