      *  ("nnAEND" add and "nnREND" renewal) requests can be           *
      *  resubmitted - the queued item does not carry enough to        *
      *  rebuild the other policy types' commarea data.                *
      *  The life assured is re-driven from the queued item's          *
      *  LIFE_ASSURED, so the re-drive is set against the reinsurance  *
      *  retention like the original rating and its audit row keeps    *
      *  the policy in its life's exposure.  An endowment item queued  *
      *  without one (before the column was added) is not re-driven    *
      *  blind - it is approved or declined instead.  A reinsurance    *
      *  referral (reason '3') resubmitted before the life's exposure  *
      *  has changed is simply referred again.                         *
      *                                                                *
      *  Approvals and declines require the item to have been claimed  *
      *  by the same underwriter id making the disposition, so the     *
      *  queue doubles as the record of who reviewed what.             *
      *                                                                *
      *  An approval carries the premium the underwriter agreed, since *
      *  a referred policy has no trusted price on LGRULAUD.  An       *
      *  approval without one is still recorded - the fund decision    *
      *  stands - but it reaches the billing extract as an exception,  *
      *  not a debit, until the premium is supplied.                   *
      *                                                                *
      *  An approval needs a second signature when the sum assured is  *
      *  above the approver's LGUWAUTH authority limit for the policy  *
      *  type (no limit held counts as no authority), or when an       *
      *  endowment is approved into a fund other than the one the      *
      *  ruleset returned on the policy's latest LGRULAUD rating - or  *
      *  the fund asked for, when the ruleset never answered.  Such    *
      *  an approval is held as AWAITING SECOND SIGNATURE ('W'),       *
      *  dated, with its fund and premium, and is only final (and      *
      *  billable) once another underwriter whose own limit covers     *
      *  the sum assured countersigns it ('K').  UNDERWRITER_ID stays  *
      *  the approver and COUNTERSIGN_ID records the countersigner.    *
      *  A refused countersignature ('N') puts the item back in the    *
      *  approver's hands as CLAIMED.  The supervisor modes only move  *
      *  CLAIMED items - an item awaiting a second signature is        *
      *  waiting on whoever picks it up from the 'W' browse.           *
      *                                                                *
      *  An endowment add bought under a web quote that was referred   *
      *  leaves the quote open on LGQUOTE - LGAPBR01 and LGBRBAT1      *
      *  convert a quote only when the policy goes on risk.  When its  *
      *  approval becomes final (an 'A' within authority, or the 'K'   *
      *  countersignature) the quote on its latest LGRULAUD rating is  *
      *  marked converted by the channel that bought it.  LGQTEXP1     *
      *  leaves such a quote open while the referral is under review.  *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-22 - New program.                                     *
      *  2026-09-02 - Supervisor modes: reassign a claimed item to     *
      *               every item an underwriter holds back to          *
      *               PENDING ('U') - for the queue an underwriter     *
      *               claimed and then went on leave with.             *
      *  2026-10-15 - Capture the agreed premium on an approval        *
      *               (UW-DISP-PREMIUM, LGUWRKQ.DISP_PREMIUM) so the   *
      *               LGBLEXT1 nightly billing extract can bill it.    *
      *  2026-10-15 - Underwriting authority limits: approvals over    *
      *               the approver's LGUWAUTH limit, or overriding the *
      *               ruleset's endowment fund, wait in a new          *
      *               AWAITING SECOND SIGNATURE state ('W') for a      *
      *               countersignature ('K' countersign, 'N' refuse,   *
      *               'W' browse); COUNTERSIGN_ID/COUNTERSIGN_REASON   *
      *               added to LGUWRKQ.                                *
      *  2026-10-15 - Resubmit with CA-REQUOTE-FLAG set, so LGAPBR01's *
      *               duplicate-application check does not refuse the  *
      *               referral it rated earlier.                       *
      *  2026-10-15 - A referred mid-term adjustment ("nnMHSE"/        *
      *               "nnMMOT") is approved against the approver's     *
      *               house/motor authority limit.                     *
      *  2026-10-15 - Resubmit with the item's life assured, taken     *
      *               from LGUWRKQ.LIFE_ASSURED, so the re-drive is    *
      *               checked against the reinsurance retention.       *
      *  2026-10-15 - The ruleset fund an approval is compared with    *
      *               ignores web quotes (AUDIT_SRCE 'W').             *
      *  2026-10-15 - A caller that does not pass UW-DISP-PREMIUM, or  *
      *               passes it blank, approves with no premium        *
      *               instead of being rejected as not numeric.        *
      *  2026-10-15 - Convert the web quote a referred add was bought  *
      *               under on LGQUOTE when its approval is final.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUWLST1.
           03 WQ-DISP-FUND-NAME            PIC X(20).
           03 WQ-DATE-ACTIONED             PIC X(8).
           03 WQ-NEW-UNDERWRITER-ID        PIC X(8).
           03 WQ-DISP-PREMIUM              PIC 9(7)V99.
           03 WQ-COUNTERSIGN-ID            PIC X(8).
           03 WQ-COUNTERSIGN-REASON        PIC X.

      * DISP_PREMIUM was added to LGUWRKQ by ALTER - rows dispositioned
      * before it existed carry a null, returned here as zero.
      * COUNTERSIGN_ID/COUNTERSIGN_REASON likewise - null on rows
      * dispositioned before second signatures, returned as spaces.
       01  WS-NULL-INDICATORS.
           03 WQ-PREMIUM-IND               PIC S9(4) COMP VALUE 0.
           03 WQ-CSIGN-ID-IND              PIC S9(4) COMP VALUE 0.
           03 WQ-CSIGN-REASON-IND          PIC S9(4) COMP VALUE 0.

      * Authority checks for an approval or countersignature - the
      * underwriter being checked, the policy type their LGUWAUTH
      * limit is looked up for, and the fund the ruleset chose.
       01  WS-AUTHORITY-FIELDS.
           03 WS-AUTH-UNDERWRITER-ID       PIC X(8)  VALUE SPACES.
           03 WS-APPROVER-ID               PIC X(8)  VALUE SPACES.
           03 WS-POLICY-TYPE               PIC X     VALUE SPACE.
           03 WS-MAX-SUM-ASSURED           PIC 9(7)V99 VALUE ZERO.
           03 WS-AUTHORITY-SW              PIC X     VALUE 'N'.
              88 WS-WITHIN-AUTHORITY                 VALUE 'Y'.
           03 WS-RULESET-FUND              PIC X(20) VALUE SPACES.
           03 WS-RULESET-FUND-IND          PIC S9(4) COMP VALUE 0.
           03 WS-FUND-OVERRIDE-SW          PIC X     VALUE 'N'.
              88 WS-FUND-OVERRIDDEN                  VALUE 'Y'.

      * The web quote a finally approved add was bought under, from
      * its LGRULAUD rating, and the channel that bought it.
       01  WS-QUOTE-FIELDS.
           03 WS-QUOTE-REF                 PIC X(10) VALUE SPACES.
           03 WS-QUOTE-REF-IND             PIC S9(4) COMP VALUE 0.
           03 WS-QUOTE-CHANNEL             PIC X     VALUE SPACE.
           03 WS-QUOTE-CHANNEL-IND         PIC S9(4) COMP VALUE 0.
           03 WS-QUOTE-TODAY-ISO           PIC X(10) VALUE SPACES.

      * How many rows a bulk release put back to PENDING - SQLERRD3
      * after the UPDATE - for the supervisor's confirmation message.
      * LGAPBR01's rule processing on a resubmit.
       01  WS-RESUBMIT-COMMAREA.
           COPY LGCMAREA.
      * The queued item's life assured - spaces for an item queued
      * before LGUWRKQ carried one.
       01  WS-RESUBMIT-LIFE                PIC X(30) VALUE SPACES.

           COPY SQLCA.

                          REVIEW_REASON, FUND_NAME, POLICY_TERM,
                          SUM_ASSURED, DATE_FLAGGED, TIME_FLAGGED,
                          REVIEW_STATUS, UNDERWRITER_ID,
                          DISP_FUND_NAME, DISP_PREMIUM,
                          COUNTERSIGN_ID, COUNTERSIGN_REASON
                     FROM LGUWRKQ
                    WHERE REVIEW_STATUS = 'P'
                    ORDER BY DATE_FLAGGED, TIME_FLAGGED
           END-EXEC.

      * Oldest approval awaiting a second signature first -
      * DATE_ACTIONED is the date the first signature was given.
           EXEC SQL
               DECLARE UWWCSR CURSOR FOR
                   SELECT CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                          REVIEW_REASON, FUND_NAME, POLICY_TERM,
                          SUM_ASSURED, DATE_FLAGGED, TIME_FLAGGED,
                          REVIEW_STATUS, UNDERWRITER_ID,
                          DISP_FUND_NAME, DISP_PREMIUM,
                          COUNTERSIGN_ID, COUNTERSIGN_REASON
                     FROM LGUWRKQ
                    WHERE REVIEW_STATUS = 'W'
                    ORDER BY DATE_ACTIONED, DATE_FLAGGED, TIME_FLAGGED
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

      * A caller may pass fewer bytes than the full LGUWRKC layout, so
      * never address more of DFHCOMMAREA than EIBCALEN actually gives
      * - same pattern LGBRHLT1 uses.  Only the bytes passed are
      * moved, so fields the caller does not reach keep their VALUE
      * (UW-DISP-PREMIUM zero) rather than being padded with spaces.
           IF EIBCALEN < LENGTH OF WS-WORKLIST-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN)
                    TO WS-WORKLIST-AREA(1:EIBCALEN)
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-WORKLIST-AREA)
                    TO WS-WORKLIST-AREA

           MOVE '00' TO UW-RETURN-CODE OF WS-WORKLIST-AREA
           MOVE SPACES TO UW-MESSAGE OF WS-WORKLIST-AREA
      * A caller that carries the field but never sets it sends
      * spaces - that too is an approval with no premium.
           IF UW-DISP-PREMIUM-X OF WS-WORKLIST-AREA EQUAL SPACES
               MOVE ZERO TO UW-DISP-PREMIUM OF WS-WORKLIST-AREA
           END-IF
           PERFORM GET-CURRENT-DATETIME

           EVALUATE TRUE
                   PERFORM REASSIGN-REVIEW-ITEM
               WHEN UW-MODE-RELEASE OF WS-WORKLIST-AREA
                   PERFORM RELEASE-UNDERWRITER-ITEMS
               WHEN UW-MODE-BROWSE-COUNTERSIGN OF WS-WORKLIST-AREA
                   PERFORM BROWSE-COUNTERSIGN-QUEUE
               WHEN UW-MODE-COUNTERSIGN OF WS-WORKLIST-AREA
                   PERFORM COUNTERSIGN-REVIEW-ITEM
               WHEN UW-MODE-REFUSE-COUNTERSIGN OF WS-WORKLIST-AREA
                   PERFORM REFUSE-COUNTERSIGN-ITEM
               WHEN OTHER
                   MOVE '99' TO UW-RETURN-CODE OF WS-WORKLIST-AREA
                   MOVE 'REQUEST MODE NOT RECOGNISED'
                   SELECT REQUEST_ID, REVIEW_REASON, FUND_NAME,
                          POLICY_TERM, SUM_ASSURED, DATE_FLAGGED,
                          TIME_FLAGGED, REVIEW_STATUS,
                          UNDERWRITER_ID, DISP_FUND_NAME,
                          DISP_PREMIUM, COUNTERSIGN_ID,
                          COUNTERSIGN_REASON
                     INTO :WQ-REQUEST-ID, :WQ-REVIEW-REASON,
                          :WQ-FUND-NAME, :WQ-POLICY-TERM,
                          :WQ-SUM-ASSURED, :WQ-DATE-FLAGGED,
                          :WQ-TIME-FLAGGED, :WQ-REVIEW-STATUS,
                          :WQ-UNDERWRITER-ID, :WQ-DISP-FUND-NAME,
                          :WQ-DISP-PREMIUM :WQ-PREMIUM-IND,
                          :WQ-COUNTERSIGN-ID :WQ-CSIGN-ID-IND,
                          :WQ-COUNTERSIGN-REASON :WQ-CSIGN-REASON-IND
                     FROM LGUWRKQ
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
                             :WQ-FUND-NAME, :WQ-POLICY-TERM,
                             :WQ-SUM-ASSURED, :WQ-DATE-FLAGGED,
                             :WQ-TIME-FLAGGED, :WQ-REVIEW-STATUS,
                             :WQ-UNDERWRITER-ID, :WQ-DISP-FUND-NAME,
                             :WQ-DISP-PREMIUM :WQ-PREMIUM-IND,
                             :WQ-COUNTERSIGN-ID :WQ-CSIGN-ID-IND,
                             :WQ-COUNTERSIGN-REASON
                             :WQ-CSIGN-REASON-IND
                   END-EXEC
                   MOVE SQLCODE TO WS-SAVED-SQLCODE
                   EXEC SQL CLOSE UWCSR END-EXEC
           EXIT.

      *================================================================*
      * Approve the claimed item with the fund and premium the         *
      * underwriter supplies - only the underwriter holding the claim  *
      * may disposition it.  A zero premium is accepted (see NOTES)    *
      * but said so in the reply, so the underwriter knows the         *
      * approval will not be billed as it stands.                      *
      *================================================================*
       APPROVE-REVIEW-ITEM.
           PERFORM CHECK-ITEM-KEY
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EVALUATE TRUE
                   WHEN UW-DISP-FUND-NAME OF WS-WORKLIST-AREA
                        EQUAL SPACES
                       MOVE '99' TO UW-RETURN-CODE
                                    OF WS-WORKLIST-AREA
                       MOVE 'APPROVAL FUND REQUIRED'
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                   WHEN UW-DISP-PREMIUM OF WS-WORKLIST-AREA
                        NOT NUMERIC
                       MOVE '99' TO UW-RETURN-CODE
                                    OF WS-WORKLIST-AREA
                       MOVE 'APPROVAL PREMIUM NOT NUMERIC'
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                   WHEN OTHER
                       PERFORM RECORD-APPROVAL
               END-EVALUATE
           END-IF.
           EXIT.

      * The claimed item's type, sum assured and requested fund decide
      * whether the approval can stand on one signature - see NOTES.
       RECORD-APPROVAL.
           MOVE UW-DISP-FUND-NAME OF WS-WORKLIST-AREA
                TO WQ-DISP-FUND-NAME
           MOVE UW-DISP-PREMIUM OF WS-WORKLIST-AREA
                TO WQ-DISP-PREMIUM
           EXEC SQL
               SELECT REQUEST_ID, FUND_NAME, SUM_ASSURED
                 INTO :WQ-REQUEST-ID, :WQ-FUND-NAME, :WQ-SUM-ASSURED
                 FROM LGUWRKQ
                WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                  AND POLICY_NUM = :WQ-POLICY-NUM
                  AND REVIEW_STATUS = 'C'
                  AND UNDERWRITER_ID = :WQ-UNDERWRITER-ID
           END-EXEC
           PERFORM CHECK-DISPOSITION-RESULT
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               MOVE WQ-UNDERWRITER-ID TO WS-AUTH-UNDERWRITER-ID
               PERFORM CHECK-UNDERWRITER-AUTHORITY
           END-IF
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               PERFORM CHECK-FUND-OVERRIDE
           END-IF
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EVALUATE TRUE
                   WHEN NOT WS-WITHIN-AUTHORITY
                    AND WS-FUND-OVERRIDDEN
                       MOVE 'B' TO WQ-COUNTERSIGN-REASON
                   WHEN NOT WS-WITHIN-AUTHORITY
                       MOVE 'L' TO WQ-COUNTERSIGN-REASON
                   WHEN WS-FUND-OVERRIDDEN
                       MOVE 'F' TO WQ-COUNTERSIGN-REASON
                   WHEN OTHER
                       MOVE SPACE TO WQ-COUNTERSIGN-REASON
               END-EVALUATE
               IF WQ-COUNTERSIGN-REASON EQUAL SPACE
                   PERFORM RECORD-FINAL-APPROVAL
               ELSE
                   PERFORM HOLD-FOR-COUNTERSIGN
               END-IF
           END-IF.
           EXIT.

       RECORD-FINAL-APPROVAL.
           EXEC SQL
               UPDATE LGUWRKQ
                  SET REVIEW_STATUS = 'A',
                      DISP_FUND_NAME = :WQ-DISP-FUND-NAME,
                      DISP_PREMIUM = :WQ-DISP-PREMIUM,
                      DATE_ACTIONED = :WS-CURRENT-DATE,
                      COUNTERSIGN_ID = ' ',
                      COUNTERSIGN_REASON = ' '
                WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                  AND POLICY_NUM = :WQ-POLICY-NUM
                  AND REVIEW_STATUS = 'C'
                  AND UNDERWRITER_ID = :WQ-UNDERWRITER-ID
           END-EXEC
           PERFORM CHECK-DISPOSITION-RESULT
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               MOVE 'A' TO UW-REVIEW-STATUS OF WS-WORKLIST-AREA
               MOVE SPACE
                    TO UW-COUNTERSIGN-REASON OF WS-WORKLIST-AREA
               IF WQ-DISP-PREMIUM EQUAL ZERO
                   MOVE 'ITEM APPROVED - NO PREMIUM, WILL NOT BE BILLED'
                        TO UW-MESSAGE OF WS-WORKLIST-AREA
               ELSE
                   MOVE 'ITEM APPROVED'
                        TO UW-MESSAGE OF WS-WORKLIST-AREA
               END-IF
               PERFORM CONVERT-APPROVED-QUOTE
           END-IF.
           EXIT.

      * The approval is recorded - fund, premium and the date of the
      * first signature - but held until countersigned.
       HOLD-FOR-COUNTERSIGN.
           EXEC SQL
               UPDATE LGUWRKQ
                  SET REVIEW_STATUS = 'W',
                      DISP_FUND_NAME = :WQ-DISP-FUND-NAME,
                      DISP_PREMIUM = :WQ-DISP-PREMIUM,
                      DATE_ACTIONED = :WS-CURRENT-DATE,
                      COUNTERSIGN_ID = ' ',
                      COUNTERSIGN_REASON = :WQ-COUNTERSIGN-REASON
                WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                  AND POLICY_NUM = :WQ-POLICY-NUM
                  AND REVIEW_STATUS = 'C'
                  AND UNDERWRITER_ID = :WQ-UNDERWRITER-ID
           END-EXEC
           PERFORM CHECK-DISPOSITION-RESULT
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               MOVE 'W' TO UW-REVIEW-STATUS OF WS-WORKLIST-AREA
               MOVE WQ-COUNTERSIGN-REASON
                    TO UW-COUNTERSIGN-REASON OF WS-WORKLIST-AREA
               MOVE SPACES TO UW-MESSAGE OF WS-WORKLIST-AREA
               EVALUATE WQ-COUNTERSIGN-REASON
                   WHEN 'L'
                       STRING 'AWAITING SECOND SIGNATURE - SUM ASSURED '
                              'OVER YOUR AUTHORITY LIMIT'
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   WHEN 'F'
                       STRING 'AWAITING SECOND SIGNATURE - FUND '
                              'DIFFERS FROM RULESET FUND '
                              WS-RULESET-FUND
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   WHEN OTHER
                       STRING 'AWAITING SECOND SIGNATURE - OVER '
                              'AUTHORITY LIMIT AND FUND DIFFERS FROM '
                              'RULESET'
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
               END-EVALUATE
           END-IF.
           EXIT.

                   UPDATE LGUWRKQ
                      SET REVIEW_STATUS = 'D',
                          DISP_FUND_NAME = ' ',
                          DISP_PREMIUM = 0,
                          DATE_ACTIONED = :WS-CURRENT-DATE
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EXEC SQL
                   SELECT REQUEST_ID, FUND_NAME, POLICY_TERM,
                          SUM_ASSURED, COALESCE(LIFE_ASSURED, ' ')
                     INTO :WQ-REQUEST-ID, :WQ-FUND-NAME,
                          :WQ-POLICY-TERM, :WQ-SUM-ASSURED,
                          :WS-RESUBMIT-LIFE
                     FROM LGUWRKQ
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   WHEN WS-RESUBMIT-LIFE EQUAL SPACES
                       MOVE '03' TO UW-RETURN-CODE
                                    OF WS-WORKLIST-AREA
                       MOVE SPACES
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                       STRING 'NO LIFE ASSURED QUEUED - APPROVE OR '
                              'DECLINE INSTEAD'
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   WHEN OTHER
                       PERFORM DRIVE-RESUBMIT-LINK
               END-EVALUATE
           MOVE WQ-CUSTOMER-NUM TO CA-CUSTOMER-NUM
           MOVE WQ-POLICY-NUM TO CA-POLICY-NUM
           MOVE 'N' TO CA-MANUAL-REVIEW-FLAG
      * A re-drive of a referral, not a new application - it must not
      * be refused as a duplicate of the rating that referred it.
           MOVE 'Y' TO CA-REQUOTE-FLAG
           MOVE WQ-FUND-NAME TO CA-E-FUND-NAME
           MOVE WQ-POLICY-TERM TO CA-E-TERM
           MOVE WQ-SUM-ASSURED TO CA-E-SUM-ASSURED
           MOVE WS-RESUBMIT-LIFE TO CA-E-LIFE-ASSURED
           EXEC CICS LINK PROGRAM('LGAPBR01')
                     COMMAREA(WS-RESUBMIT-COMMAREA)
                     LENGTH(LENGTH OF WS-RESUBMIT-COMMAREA)
                   UPDATE LGUWRKQ
                      SET REVIEW_STATUS = 'R',
                          DISP_FUND_NAME = :WQ-DISP-FUND-NAME,
                          DISP_PREMIUM = 0,
                          DATE_ACTIONED = :WS-CURRENT-DATE
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
           END-IF.
           EXIT.

      *================================================================*
      * Return the oldest approval awaiting a second signature - the   *
      * countersigner's worklist, kept apart from PENDING work.        *
      *================================================================*
       BROWSE-COUNTERSIGN-QUEUE.
           EXEC SQL OPEN UWWCSR END-EXEC
           IF SQLCODE EQUAL ZERO
               EXEC SQL
                   FETCH UWWCSR
                    INTO :WQ-CUSTOMER-NUM, :WQ-POLICY-NUM,
                         :WQ-REQUEST-ID, :WQ-REVIEW-REASON,
                         :WQ-FUND-NAME, :WQ-POLICY-TERM,
                         :WQ-SUM-ASSURED, :WQ-DATE-FLAGGED,
                         :WQ-TIME-FLAGGED, :WQ-REVIEW-STATUS,
                         :WQ-UNDERWRITER-ID, :WQ-DISP-FUND-NAME,
                         :WQ-DISP-PREMIUM :WQ-PREMIUM-IND,
                         :WQ-COUNTERSIGN-ID :WQ-CSIGN-ID-IND,
                         :WQ-COUNTERSIGN-REASON :WQ-CSIGN-REASON-IND
               END-EXEC
               MOVE SQLCODE TO WS-SAVED-SQLCODE
               EXEC SQL CLOSE UWWCSR END-EXEC
               MOVE WS-SAVED-SQLCODE TO SQLCODE
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   PERFORM MOVE-ROW-TO-COMMAREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO UW-RETURN-CODE OF WS-WORKLIST-AREA
                   MOVE 'NO ITEMS AWAITING SECOND SIGNATURE'
                        TO UW-MESSAGE OF WS-WORKLIST-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Countersign an approval awaiting a second signature - it       *
      * becomes a final approval, dated today so the billing extract   *
      * picks it up now, with both signatures on the row.              *
      *================================================================*
       COUNTERSIGN-REVIEW-ITEM.
           PERFORM CHECK-COUNTERSIGNER
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EXEC SQL
                   UPDATE LGUWRKQ
                      SET REVIEW_STATUS = 'A',
                          COUNTERSIGN_ID = :WS-AUTH-UNDERWRITER-ID,
                          DATE_ACTIONED = :WS-CURRENT-DATE
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
                      AND REVIEW_STATUS = 'W'
                      AND UNDERWRITER_ID = :WS-APPROVER-ID
               END-EXEC
               PERFORM CHECK-COUNTERSIGN-RESULT
               IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
                   MOVE 'A' TO UW-REVIEW-STATUS OF WS-WORKLIST-AREA
                   MOVE WS-AUTH-UNDERWRITER-ID
                        TO UW-COUNTERSIGN-ID OF WS-WORKLIST-AREA
                   IF WQ-DISP-PREMIUM EQUAL ZERO
                       MOVE SPACES TO UW-MESSAGE OF WS-WORKLIST-AREA
                       STRING 'APPROVAL COUNTERSIGNED - NO PREMIUM, '
                              'WILL NOT BE BILLED'
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   ELSE
                       MOVE 'APPROVAL COUNTERSIGNED'
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                   END-IF
                   PERFORM CONVERT-APPROVED-QUOTE
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * An endowment add bought under a web quote and referred was     *
      * audited with the quote's reference but never converted - that  *
      * waits for the approval.  Once the approval is final, mark the  *
      * quote converted the way LGAPBR01/LGBRBAT1 CONVERT-QUOTE does,  *
      * by the channel that bought it, so it cannot be bought again    *
      * or expire as unbought.  The ruleset's own answer was never     *
      * kept for a referral, so the RULE_ columns stay as registered.  *
      * The approval stands whatever happens here - a failed update    *
      * is only reported in the message.                               *
      *================================================================*
       CONVERT-APPROVED-QUOTE.
           IF WQ-REQUEST-ID(3:4) EQUAL 'AEND'
               EXEC SQL
                   SELECT MAX(A.QUOTE_REF), MAX(A.AUDIT_SRCE)
                     INTO :WS-QUOTE-REF :WS-QUOTE-REF-IND,
                          :WS-QUOTE-CHANNEL :WS-QUOTE-CHANNEL-IND
                     FROM LGRULAUD A
                    WHERE A.CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND A.POLICY_NUM = :WQ-POLICY-NUM
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND COALESCE(A.QUOTE_REF, ' ') > ' '
                      AND COALESCE(A.AUDIT_DATE, ' ') =
                          (SELECT MAX(COALESCE(B.AUDIT_DATE, ' '))
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND COALESCE(B.AUDIT_SRCE, ' ') <> 'W')
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                  OR WS-QUOTE-REF-IND < 0
                   MOVE SPACES TO WS-QUOTE-REF
               END-IF
               IF WS-QUOTE-CHANNEL-IND < 0
                   MOVE SPACE TO WS-QUOTE-CHANNEL
               END-IF
               IF WS-QUOTE-REF NOT EQUAL SPACES
                   STRING WS-CURRENT-DATE(1:4) '-'
                          WS-CURRENT-DATE(5:2) '-'
                          WS-CURRENT-DATE(7:2)
                          DELIMITED BY SIZE INTO WS-QUOTE-TODAY-ISO
                   END-STRING
                   EXEC SQL
                       UPDATE LGQUOTE
                          SET QUOTE_STATUS = 'C',
                              STATUS_DATE = :WS-QUOTE-TODAY-ISO,
                              CONV_CHANNEL = :WS-QUOTE-CHANNEL,
                              CONV_POLICY_NUM = :WQ-POLICY-NUM
                        WHERE QUOTE_REF = :WS-QUOTE-REF
                          AND QUOTE_STATUS = 'O'
                   END-EXEC
               END-IF
               IF SQLCODE NOT EQUAL ZERO
                  AND SQLCODE NOT EQUAL 100
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   MOVE SPACES TO UW-MESSAGE OF WS-WORKLIST-AREA
                   STRING 'APPROVED - QUOTE ' WS-QUOTE-REF
                          ' NOT MARKED CONVERTED SQLCODE='
                          WS-SQLCODE-DISP
                          DELIMITED BY SIZE
                          INTO UW-MESSAGE OF WS-WORKLIST-AREA
                   END-STRING
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Refuse to countersign - the item goes back to the approver as  *
      * CLAIMED with the held disposition cleared, for them to approve *
      * again differently or decline.                                  *
      *================================================================*
       REFUSE-COUNTERSIGN-ITEM.
           PERFORM CHECK-COUNTERSIGNER
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EXEC SQL
                   UPDATE LGUWRKQ
                      SET REVIEW_STATUS = 'C',
                          DISP_FUND_NAME = ' ',
                          DISP_PREMIUM = 0,
                          DATE_ACTIONED = ' ',
                          COUNTERSIGN_REASON = ' '
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
                      AND REVIEW_STATUS = 'W'
                      AND UNDERWRITER_ID = :WS-APPROVER-ID
               END-EXEC
               PERFORM CHECK-COUNTERSIGN-RESULT
               IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
                   MOVE 'C' TO UW-REVIEW-STATUS OF WS-WORKLIST-AREA
                   MOVE SPACE
                        TO UW-COUNTERSIGN-REASON OF WS-WORKLIST-AREA
                   MOVE SPACES TO UW-MESSAGE OF WS-WORKLIST-AREA
                   STRING 'SECOND SIGNATURE REFUSED - ITEM RETURNED '
                          'TO ' WS-APPROVER-ID
                          DELIMITED BY SIZE
                          INTO UW-MESSAGE OF WS-WORKLIST-AREA
                   END-STRING
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Common to countersign and refuse: the item must be awaiting a  *
      * second signature, the second signature must come from another  *
      * underwriter, and their own limit must cover the sum assured.   *
      *================================================================*
       CHECK-COUNTERSIGNER.
           PERFORM CHECK-ITEM-KEY
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
              AND UW-UNDERWRITER-ID OF WS-WORKLIST-AREA EQUAL SPACES
               MOVE '99' TO UW-RETURN-CODE OF WS-WORKLIST-AREA
               MOVE 'UNDERWRITER ID REQUIRED'
                    TO UW-MESSAGE OF WS-WORKLIST-AREA
           END-IF
           IF UW-RETURN-CODE OF WS-WORKLIST-AREA EQUAL '00'
               EXEC SQL
                   SELECT REQUEST_ID, SUM_ASSURED, UNDERWRITER_ID,
                          DISP_PREMIUM
                     INTO :WQ-REQUEST-ID, :WQ-SUM-ASSURED,
                          :WS-APPROVER-ID,
                          :WQ-DISP-PREMIUM :WQ-PREMIUM-IND
                     FROM LGUWRKQ
                    WHERE CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND POLICY_NUM = :WQ-POLICY-NUM
                      AND REVIEW_STATUS = 'W'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       MOVE '02' TO UW-RETURN-CODE
                                    OF WS-WORKLIST-AREA
                       MOVE 'ITEM NOT AWAITING SECOND SIGNATURE'
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                   WHEN SQLCODE NOT EQUAL ZERO
                       PERFORM REPORT-SQL-ERROR
                   WHEN WS-APPROVER-ID EQUAL WQ-UNDERWRITER-ID
                       MOVE '02' TO UW-RETURN-CODE
                                    OF WS-WORKLIST-AREA
                       MOVE SPACES
                            TO UW-MESSAGE OF WS-WORKLIST-AREA
                       STRING 'SECOND SIGNATURE MUST BE A DIFFERENT '
                              'UNDERWRITER'
                              DELIMITED BY SIZE
                              INTO UW-MESSAGE OF WS-WORKLIST-AREA
                       END-STRING
                   WHEN OTHER
                       IF WQ-PREMIUM-IND < 0
                           MOVE ZERO TO WQ-DISP-PREMIUM
                       END-IF
                       MOVE WQ-UNDERWRITER-ID
                            TO WS-AUTH-UNDERWRITER-ID
                       PERFORM CHECK-UNDERWRITER-AUTHORITY
                       IF UW-RETURN-CODE OF WS-WORKLIST-AREA
                          EQUAL '00'
                          AND NOT WS-WITHIN-AUTHORITY
                           MOVE '02' TO UW-RETURN-CODE
                                        OF WS-WORKLIST-AREA
                           MOVE SPACES
                                TO UW-MESSAGE OF WS-WORKLIST-AREA
                           STRING 'SUM ASSURED OVER YOUR AUTHORITY '
                                  'LIMIT - CANNOT COUNTERSIGN'
                                  DELIMITED BY SIZE
                                  INTO UW-MESSAGE OF WS-WORKLIST-AREA
                           END-STRING
                       END-IF
               END-EVALUATE
           END-IF.
           EXIT.

       CHECK-COUNTERSIGN-RESULT.
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE '02' TO UW-RETURN-CODE OF WS-WORKLIST-AREA
                   MOVE 'ITEM NO LONGER AWAITING SECOND SIGNATURE'
                        TO UW-MESSAGE OF WS-WORKLIST-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Is WQ-SUM-ASSURED within WS-AUTH-UNDERWRITER-ID's LGUWAUTH     *
      * limit for the policy type WQ-REQUEST-ID names?  No limit held  *
      * for the type is no authority.                                  *
      *================================================================*
       CHECK-UNDERWRITER-AUTHORITY.
           MOVE 'N' TO WS-AUTHORITY-SW
           EVALUATE WQ-REQUEST-ID(3:4)
               WHEN 'AEND'
               WHEN 'REND'
                   MOVE 'E' TO WS-POLICY-TYPE
               WHEN 'AHSE'
               WHEN 'MHSE'
                   MOVE 'H' TO WS-POLICY-TYPE
               WHEN 'AMOT'
               WHEN 'MMOT'
                   MOVE 'M' TO WS-POLICY-TYPE
               WHEN 'ACOM'
                   MOVE 'C' TO WS-POLICY-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-POLICY-TYPE
           END-EVALUATE
           EXEC SQL
               SELECT MAX_SUM_ASSURED
                 INTO :WS-MAX-SUM-ASSURED
                 FROM LGUWAUTH
                WHERE UNDERWRITER_ID = :WS-AUTH-UNDERWRITER-ID
                  AND POLICY_TYPE = :WS-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   IF WQ-SUM-ASSURED NOT GREATER WS-MAX-SUM-ASSURED
                       SET WS-WITHIN-AUTHORITY TO TRUE
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Does an endowment approval's fund differ from the ruleset's?   *
      * The ruleset's fund is FUND_NAME_OUT on the policy's latest     *
      * LGRULAUD rating, web quotes aside - or, where there is none or *
      * it is blank (the rule server never answered), the fund the     *
      * policy asked for.                                              *
      * Other policy types carry no fund decision to override.         *
      *================================================================*
       CHECK-FUND-OVERRIDE.
           MOVE 'N' TO WS-FUND-OVERRIDE-SW
           MOVE SPACES TO WS-RULESET-FUND
           IF WQ-REQUEST-ID(3:4) EQUAL 'AEND'
              OR WQ-REQUEST-ID(3:4) EQUAL 'REND'
               EXEC SQL
                   SELECT MAX(A.FUND_NAME_OUT)
                     INTO :WS-RULESET-FUND :WS-RULESET-FUND-IND
                     FROM LGRULAUD A
                    WHERE A.CUSTOMER_NUM = :WQ-CUSTOMER-NUM
                      AND A.POLICY_NUM = :WQ-POLICY-NUM
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND COALESCE(A.AUDIT_DATE, ' ') =
                          (SELECT MAX(COALESCE(B.AUDIT_DATE, ' '))
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND COALESCE(B.AUDIT_SRCE, ' ') <> 'W')
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   PERFORM REPORT-SQL-ERROR
               ELSE
                   IF WS-RULESET-FUND-IND < 0
                      OR WS-RULESET-FUND EQUAL SPACES
                       MOVE WQ-FUND-NAME TO WS-RULESET-FUND
                   END-IF
                   IF WQ-DISP-FUND-NAME NOT EQUAL WS-RULESET-FUND
                       SET WS-FUND-OVERRIDDEN TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Common checks/helpers for the item-level modes.                *
      *================================================================*
           MOVE WQ-UNDERWRITER-ID
                TO UW-UNDERWRITER-ID OF WS-WORKLIST-AREA
           MOVE WQ-DISP-FUND-NAME
                TO UW-DISP-FUND-NAME OF WS-WORKLIST-AREA
           IF WQ-PREMIUM-IND < 0
               MOVE ZERO TO WQ-DISP-PREMIUM
           END-IF
           MOVE WQ-DISP-PREMIUM
                TO UW-DISP-PREMIUM OF WS-WORKLIST-AREA
           IF WQ-CSIGN-ID-IND < 0
               MOVE SPACES TO WQ-COUNTERSIGN-ID
           END-IF
           IF WQ-CSIGN-REASON-IND < 0
               MOVE SPACE TO WQ-COUNTERSIGN-REASON
           END-IF
           MOVE WQ-COUNTERSIGN-ID
                TO UW-COUNTERSIGN-ID OF WS-WORKLIST-AREA
           MOVE WQ-COUNTERSIGN-REASON
                TO UW-COUNTERSIGN-REASON OF WS-WORKLIST-AREA.
           EXIT.

       REPORT-SQL-ERROR.
