      *  reject reasons the ruleset writes fit, and the audit row      *
      *  keeps the full text.                                          *
      *                                                                *
      *  A referral whose approval is waiting on a second signature    *
      *  is flagged in its own section of the reply (approver, reason  *
      *  it needs one) rather than reported as ordinary review work.   *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Show an approval awaiting a second signature     *
      *               separately, with the countersigning underwriter  *
      *               once given (LGPHINC countersign section).        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPHINQ1.
           03 AU-SRCE-IND                  PIC S9(4) COMP VALUE 0.
           03 AU-DATE-IND                  PIC S9(4) COMP VALUE 0.
           03 AU-PREMIUM-IND               PIC S9(4) COMP VALUE 0.
      * LGUWRKQ's second-signature columns, null on rows dispositioned
      * before they were added.
           03 WQ-CSIGN-ID-IND              PIC S9(4) COMP VALUE 0.
           03 WQ-CSIGN-REASON-IND          PIC S9(4) COMP VALUE 0.

      * Host variables for the LGUWRKQ referral row.
       01  WS-REVIEW-ROW.
           03 WQ-DATE-FLAGGED              PIC X(8).
           03 WQ-DISP-FUND-NAME            PIC X(20).
           03 WQ-DATE-ACTIONED             PIC X(8).
           03 WQ-COUNTERSIGN-ID            PIC X(8).
           03 WQ-COUNTERSIGN-REASON        PIC X.

      * Host variables for the LGRULSHD shadow picture.
       01  WS-SHADOW-ROW.
      *================================================================*
       BUILD-REVIEW-SECTION.
           MOVE 'N' TO PH-REVIEW-FOUND-SW OF WS-INQUIRY-AREA
           MOVE 'N' TO PH-UW-AWAITING-CSIGN-SW OF WS-INQUIRY-AREA
           EXEC SQL
               SELECT REVIEW_REASON, REVIEW_STATUS, UNDERWRITER_ID,
                      DATE_FLAGGED, DISP_FUND_NAME, DATE_ACTIONED,
                      COUNTERSIGN_ID, COUNTERSIGN_REASON
                 INTO :WQ-REVIEW-REASON, :WQ-REVIEW-STATUS,
                      :WQ-UNDERWRITER-ID, :WQ-DATE-FLAGGED,
                      :WQ-DISP-FUND-NAME, :WQ-DATE-ACTIONED,
                      :WQ-COUNTERSIGN-ID :WQ-CSIGN-ID-IND,
                      :WQ-COUNTERSIGN-REASON :WQ-CSIGN-REASON-IND
                 FROM LGUWRKQ
                WHERE CUSTOMER_NUM = :AU-CUSTOMER-NUM
                  AND POLICY_NUM = :AU-POLICY-NUM
                        TO PH-UW-DISP-FUND-NAME OF WS-INQUIRY-AREA
                   MOVE WQ-DATE-ACTIONED
                        TO PH-UW-DATE-ACTIONED OF WS-INQUIRY-AREA
                   PERFORM MOVE-COUNTERSIGN-SECTION
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.
           EXIT.

      * Second-signature detail - kept apart from the ordinary review
      * status so an approval waiting on a countersignature is not
      * mistaken for PENDING work.
       MOVE-COUNTERSIGN-SECTION.
           IF WQ-CSIGN-ID-IND < 0
               MOVE SPACES TO WQ-COUNTERSIGN-ID
           END-IF
           IF WQ-CSIGN-REASON-IND < 0
               MOVE SPACE TO WQ-COUNTERSIGN-REASON
           END-IF
           IF WQ-REVIEW-STATUS EQUAL 'W'
               MOVE 'Y' TO PH-UW-AWAITING-CSIGN-SW OF WS-INQUIRY-AREA
           END-IF
           MOVE WQ-COUNTERSIGN-REASON
                TO PH-UW-COUNTERSIGN-REASON OF WS-INQUIRY-AREA
           MOVE WQ-COUNTERSIGN-ID
                TO PH-UW-COUNTERSIGN-ID OF WS-INQUIRY-AREA.
           EXIT.

      *================================================================*
      * The shadow picture: how often a challenger also rated this     *
      * policy, how often it disagreed, and the latest disagreement.   *
