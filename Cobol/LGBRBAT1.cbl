      *             (opened EXTEND on a restart, OUTPUT otherwise, so  *
      *             a restarted run appends after the records the      *
      *             abended run already wrote)                         *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run                                   *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - every application accepted                               *
      *   4 - some applications rejected (or referred to the           *
      *       underwriters) - see OUTFILE                              *
      *   8 - run aborted: the rule server or the LGFUND fund list     *
      *       was unavailable, and every application was rejected      *
      *                                                                *
      * NOTES:                                                         *
      *  HBRCONN/HBRRULE/HBRDISC are plain CALLable subprograms (not   *
      *  LGRULAUD the same way (COPY SQLCA).  "nnREND" renewals are    *
      *  LGRNBAT1's work and are rejected here.                        *
      *                                                                *
      *  Before an application is rated it is checked against LGRULAUD *
      *  for a rating of the same customer and policy - from any       *
      *  channel - inside the duplicate window LGDPCFG1 keeps on       *
      *  LGDUPCFG, the same check LGAPBR01 makes online.  A repeat is  *
      *  REJECTED with BO-REJECT-CODE 'D' naming the earlier channel   *
      *  and date, and logged to LGDUPLOG for the LGDPRPT1 daily       *
      *  report, unless the broker set BI-REQUOTE-FLAG.                *
      *                                                                *
      *  An endowment application sent under a web quote reference     *
      *  (BI-E-QUOTE-REF) is checked against the LGQUOTE register the  *
      *  way LGAPBR01 checks one online: same customer, term and sum   *
      *  assured, quote open and in date.  A quote that can be         *
      *  honoured exempts the application from the duplicate check -   *
      *  the earlier rating is the web quote itself - and the          *
      *  application is still rated, but accepted at the quoted fund   *
      *  and premium, the quote marked converted by the broker         *
      *  channel with the ruleset's own answer kept alongside.  One    *
      *  that cannot be honoured is REJECTED with BO-REJECT-CODE 'Q'   *
      *  and the reason, rather than priced differently from what the  *
      *  broker's customer was quoted.                                 *
      *                                                                *
      *  A mid-term adjustment of a motor or house policy ("nnMMOT"/   *
      *  "nnMHSE", dates in BI-ADJ-EFFECTIVE-DATE/BI-ADJ-PERIOD-END)   *
      *  is priced the way LGAPBR01 prices one online: the changed     *
      *  risk is rated through the Motor/House ruleapp, and the        *
      *  difference from the premium the policy stands at (its         *
      *  latest accepted LGRULAUD rating) is charged or returned       *
      *  pro-rata for the rest of the period of cover.  The new annual *
      *  premium goes on BO-PREMIUM and the pro-rata amount in         *
      *  BO-ERROR-MSG.  An adjustment is never a duplicate; one that   *
      *  cannot be priced is REJECTED with BO-REJECT-CODE 'A'.         *
      *                                                                *
      *  An endowment application the ruleset accepts is set against   *
      *  the reinsurance treaty the way LGAPBR01 sets one online: its  *
      *  sum assured plus what its life assured (BI-E-LIFE-ASSURED)    *
      *  already has in force on other endowments, against the         *
      *  facultative limit LGRICFG1 keeps on LGRICFG (read once per    *
      *  run).  One over the limit is referred to the underwriters -   *
      *  an LGUWRKQ row with reason '3' - and REJECTED with            *
      *  BO-REJECT-CODE 'R'; the underwriter's disposition settles it. *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-08 - New program.                                     *
      *  2026-08-22 - Commit checkpoints every WS-CHECKPOINT-INTERVAL  *
      *               ruleset priced onto accepted LGBRBTO records     *
      *               and every LGRULAUD audit row, same as LGAPBR01   *
      *               online.                                          *
      *  2026-10-15 - Carry the broker id LGBRPED1 stamps on each      *
      *               application (BI-BROKER-ID) onto the LGBRBTO      *
      *               output record (now 129 bytes) and the new        *
      *               LGRULAUD.BROKER_ID column, so LGBRCOM1 can pay   *
      *               commission on what each broker sent.             *
      *  2026-10-15 - Reject an application for a customer and policy  *
      *               already rated inside the duplicate window (any   *
      *               channel) unless BI-REQUOTE-FLAG is set, with     *
      *               BO-REJECT-CODE 'D', and log it to LGDUPLOG.      *
      *               INFILE records are now 129 bytes and OUTFILE     *
      *               records 130.                                     *
      *  2026-10-15 - Honour a web quote reference sent on an          *
      *               endowment application (BI-E-QUOTE-REF) at the    *
      *               quoted fund and premium, converting the quote    *
      *               on LGQUOTE and stamping LGRULAUD.QUOTE_REF; an   *
      *               application whose quote cannot be honoured is    *
      *               rejected with BO-REJECT-CODE 'Q'.  Quotes        *
      *               honoured and refused are counted in the run      *
      *               totals and the checkpoint record.                *
      *  2026-10-15 - Accept "nnMMOT"/"nnMHSE" mid-term adjustments,   *
      *               priced pro-rata from the policy's latest         *
      *               accepted premium and audited to LGRULAUD with    *
      *               the effective date, prior premium and pro-rata   *
      *               premium; unpriceable ones are rejected with      *
      *               BO-REJECT-CODE 'A'.  Adjustments accepted are    *
      *               counted in the run totals and checkpoint.        *
      *  2026-10-15 - Append a run record (counts, restart indicator,  *
      *               return code) to the overnight run ledger RUNLEDG *
      *               for the LGOVRPT1 morning report.                 *
      *  2026-10-15 - Audit the life assured of each endowment to      *
      *               LGRULAUD.LIFE_ASSURED, and refer an application  *
      *               that takes its life over the LGRICFG             *
      *               facultative limit to LGUWRKQ (reason '3'),       *
      *               rejected with BO-REJECT-CODE 'R'.  Referrals are *
      *               counted in the run totals and the checkpoint.    *
      *  2026-10-15 - Write the life assured to LGUWRKQ.LIFE_ASSURED   *
      *               on a reinsurance referral.                       *
      *  2026-10-15 - End 8 when the rule server or fund list is       *
      *               unavailable and the whole run is rejected, and 4 *
      *               when any application is rejected, so the run     *
      *               ledger records it.                               *
      *  2026-10-15 - A referred application bought under a web quote  *
      *               leaves the quote open for LGUWLST1 to convert on *
      *               final approval.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRBAT1.
      * against a newly-allocated (empty) dataset starts normally.
           SELECT OPTIONAL CHKP-FILE ASSIGN TO CHKPTIO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPL-IN-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY LGBRBTI.

       FD  APPL-OUT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY LGBRBTO.

       FD  CHKP-FILE
              05 CK-MOT-REJECTED       PIC 9(7).
              05 CK-COM-ACCEPTED       PIC 9(7).
              05 CK-COM-REJECTED       PIC 9(7).
           03 CK-DUPLICATE-COUNT       PIC 9(7).
           03 CK-QUOTE-HONOURED-COUNT  PIC 9(7).
           03 CK-QUOTE-REJECTED-COUNT  PIC 9(7).
           03 CK-ADJUSTED-COUNT        PIC 9(7).
           03 CK-RI-REFERRED-COUNT     PIC 9(7).
           03 FILLER                   PIC X(35).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-ACCEPTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
      * Of the rejects, how many were duplicates of an earlier rating.
           03 WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
      * Web quotes honoured, and of the rejects, quotes refused.
           03 WS-QUOTE-HONOURED-COUNT     PIC 9(7) VALUE 0.
           03 WS-QUOTE-REJECTED-COUNT     PIC 9(7) VALUE 0.
      * Mid-term adjustments accepted (within the house/motor counts).
           03 WS-ADJUSTED-COUNT           PIC 9(7) VALUE 0.
      * Of the rejects, endowments referred over the reinsurance limit.
           03 WS-RI-REFERRED-COUNT        PIC 9(7) VALUE 0.
      * Accept/reject split per policy type, keyed off the request id
      * on the output record so rejects written without a validated
      * type (e.g. REJECT-WHOLE-RUN) are still counted.
           03 WS-COM-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

      * Commit checkpoints - every WS-CHECKPOINT-INTERVAL processed
      * applications the DB2 work so far is committed and the input
      * position plus running counts are recorded on CHKPTIO.  A rerun
      * Policy-type byte the request type implies, checked against
      * the record's own BI-POLICY-TYPE discriminator.
           03 WS-EXPECTED-POLICY-TYPE     PIC X     VALUE SPACE.
           03 WS-ADJ-REQUEST-SW           PIC X     VALUE 'N'.
              88 WS-ADJ-REQUEST                     VALUE 'Y'.

       01  WS-RULEAPP-VERSION-FIELDS.
           03 WS-REQUEST-VERSION-NUM      PIC 9(2).
       01  WS-RUN-ABORT-MSG               PIC X(40)
                           VALUE 'ODM UNAVAILABLE - RUN ABORTED'.

      * Set when a startup step failed the run and REJECT-WHOLE-RUN
      * rejected every application - WS-HBR-CALL-OK-SW cannot say so
      * at the end, as each application re-uses it.
       01  WS-RUN-ABORTED-SW              PIC X     VALUE 'N'.
           88 WS-RUN-ABORTED                        VALUE 'Y'.

      * ODM supplied copybooks - same connection area LGAPBR01 uses.
       01 WS-REASON-CODES.
           COPY HBRC.
      * date is set once at startup alongside the fund-table load.
           03 WS-AUDIT-SRCE               PIC X     VALUE 'B'.
           03 WS-AUDIT-DATE-ISO           PIC X(10) VALUE SPACES.
      * The web quote a rating honoured - spaces on any other row.
           03 WS-AUDIT-QUOTE-REF          PIC X(10) VALUE SPACES.
      * The life assured of an endowment - spaces on any other row -
      * upper-cased as LGAPBR01 upper-cases it online, so exposure
      * adds up per life whichever channel the policy came in by.
           03 WS-AUDIT-LIFE-ASSURED       PIC X(30) VALUE SPACES.

      * Reinsurance retention - the LGRICFG treaty limits, read once
      * at startup.  No row, or a zero facultative limit, and no life
      * is checked; limits that cannot be read refer every endowment
      * rather than put one on risk past a limit nobody checked.
       01  WS-RETENTION-FIELDS.
           03 WS-RI-RETENTION-LIMIT       PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-RI-FACULTATIVE-LIMIT     PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-RI-LIMITS-SW             PIC X     VALUE 'N'.
              88 WS-RI-LIMITS-ON                    VALUE 'Y'.
              88 WS-RI-LIMITS-OFF                   VALUE 'N'.
              88 WS-RI-LIMITS-UNREADABLE            VALUE 'U'.
           03 WS-RI-POLICY-CUSTOMER       PIC X(10) VALUE SPACES.
           03 WS-RI-POLICY-NUM            PIC X(10) VALUE SPACES.
           03 WS-RI-POLICY-SUM            PIC S9(7)V99 COMP-3 VALUE +0.
           03 WS-RI-LIFE-EXPOSURE         PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-RI-LIFE-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-RI-LIMIT-DISP            PIC Z(8)9.99.
           03 WS-RI-REFER-SW              PIC X     VALUE 'N'.
              88 WS-RI-REFERRED                     VALUE 'Y'.
           03 WS-RI-CLOCK                 PIC X(8)  VALUE SPACES.
           03 WS-RI-REVIEW-TIME           PIC X(6)  VALUE SPACES.

      * Duplicate-application check - the window (days) is read from
      * LGDUPCFG once at startup and turned into the earliest
      * AUDIT_DATE that still counts as a recent rating.  No row
      * means the default window; zero days switches the check off.
       01  WS-DUPLICATE-FIELDS.
           03 WS-DUP-WINDOW-DAYS          PIC S9(4) COMP VALUE +0.
           03 WS-DUP-DEFAULT-DAYS         PIC S9(4) COMP VALUE +30.
           03 WS-DUP-TODAY-NUM            PIC 9(8)  VALUE ZERO.
           03 WS-DUP-CUTOFF-NUM           PIC 9(8)  VALUE ZERO.
           03 WS-DUP-CUTOFF-X REDEFINES WS-DUP-CUTOFF-NUM
                                          PIC X(8).
           03 WS-DUP-CUTOFF-ISO           PIC X(10) VALUE SPACES.
           03 WS-DUP-WINDOW-DISP          PIC ZZZ9.
           03 WS-DUP-PRIOR-SRCE           PIC X     VALUE SPACE.
           03 WS-DUP-PRIOR-DATE           PIC X(10) VALUE SPACES.
           03 WS-DUP-SRCE-IND             PIC S9(4) COMP VALUE +0.
           03 WS-DUP-DATE-IND             PIC S9(4) COMP VALUE +0.
           03 WS-DUP-CHANNEL-NAME         PIC X(7)  VALUE SPACES.
           03 WS-DUP-CLOCK                PIC X(8)  VALUE SPACES.
           03 WS-DUP-LOG-TIME             PIC X(6)  VALUE SPACES.
           03 WS-DUP-FOUND-SW             PIC X     VALUE 'N'.
              88 WS-DUP-FOUND                       VALUE 'Y'.

      * Web quote register (LGQUOTE) - the quote an application was
      * sent under, as read, and the ruleset's own answer when the
      * quote is honoured.
       01  WS-QUOTE-FIELDS.
           03 WS-QUOTE-REASON             PIC X(40) VALUE SPACES.
           03 WS-QUOTE-DIFFERS            PIC X     VALUE 'N'.
           03 WS-QUOTE-HONOUR-SW          PIC X     VALUE 'N'.
              88 WS-QUOTE-TO-HONOUR                 VALUE 'Y'.
           03 WS-QUOTE-APPLIED-SW         PIC X     VALUE 'N'.
              88 WS-QUOTE-APPLIED                   VALUE 'Y'.
       01  WS-QUOTE-ROW.
           03 QT-CUSTOMER-NUM             PIC X(10).
           03 QT-POLICY-TERM              PIC 9(2).
           03 QT-SUM-ASSURED              PIC 9(7)V99.
           03 QT-FUND-NAME                PIC X(20).
           03 QT-PREMIUM                  PIC 9(7)V99.
           03 QT-RATE-APPLIED             PIC 9(2)V9(4).
           03 QT-LOADING-APPLIED          PIC 9(3)V99.
           03 QT-EXPIRY-DATE              PIC X(10).
           03 QT-QUOTE-STATUS             PIC X.
           03 QT-RULE-FUND-NAME           PIC X(20).
           03 QT-RULE-PREMIUM             PIC 9(7)V99.

      * Mid-term adjustment pricing - same fields and arithmetic as
      * LGAPBR01 online.  WS-ADJ-EFFECTIVE-ISO and the two premiums
      * are what the LGRULAUD row carries - spaces and zeros on any
      * other row.
       01  WS-ADJUSTMENT-FIELDS.
           03 WS-ADJ-ADD-TYPE             PIC X(4)  VALUE SPACES.
           03 WS-ADJ-EFFECTIVE-ISO        PIC X(10) VALUE SPACES.
           03 WS-ADJ-DATE-ISO             PIC X(10) VALUE SPACES.
           03 WS-ADJ-DATE-NUM             PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-DATE-X REDEFINES WS-ADJ-DATE-NUM
                                          PIC X(8).
           03 WS-ADJ-EFFECTIVE-NUM        PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-END-NUM              PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-START-NUM            PIC 9(8)  VALUE ZERO.
           03 WS-ADJ-START-X REDEFINES WS-ADJ-START-NUM
                                          PIC X(8).
           03 WS-ADJ-PERIOD-DAYS          PIC S9(5) COMP VALUE +0.
           03 WS-ADJ-REMAINING-DAYS       PIC S9(5) COMP VALUE +0.
           03 WS-ADJ-PRIOR-PREMIUM        PIC 9(7)V99 VALUE ZERO.
           03 WS-ADJ-PRIOR-LOW            PIC 9(7)V99 VALUE ZERO.
           03 WS-ADJ-PRIOR-HIGH-IND       PIC S9(4) COMP VALUE +0.
           03 WS-ADJ-PRIOR-LOW-IND        PIC S9(4) COMP VALUE +0.
           03 WS-ADJ-PRORATA-PREMIUM      PIC S9(7)V99 VALUE ZERO.
           03 WS-ADJ-PRORATA-DISP         PIC Z(6)9.99.
           03 WS-ADJ-DATE-VALID-SW        PIC X     VALUE 'N'.
              88 WS-ADJ-DATE-VALID                  VALUE 'Y'.

           COPY SQLCA.

                    ORDER BY FUND_NAME
           END-EXEC.

      * The life's other in-force endowments - the same selection
      * LGAPBR01 makes online: each policy's latest accepted AEND/REND
      * rating, the application's own policy left out, web quotes and
      * policies the underwriters declined not counted.
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
                      AND NOT (A.CUSTOMER_NUM = :BI-CUSTOMER-NUM
                               AND A.POLICY_NUM = :BI-POLICY-NUM)
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

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-LEDGER-START-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-START-TIME FROM TIME
           PERFORM READ-CHECKPOINT
           PERFORM OPEN-FILES
           PERFORM LOAD-FUND-TABLE
           PERFORM LOAD-DUPLICATE-WINDOW
           PERFORM LOAD-TREATY-LIMITS
      * No fund list means no recommendation could be validated -
      * fail the run back the same way an unreachable rule server
      * does, rather than rating policies nobody can check.
               PERFORM PROCESS-APPLICATIONS UNTIL WS-END-OF-FILE
               PERFORM DISCONNECT-RULE-ENGINE
           ELSE
               SET WS-RUN-ABORTED TO TRUE
               PERFORM REJECT-WHOLE-RUN UNTIL WS-END-OF-FILE
           END-IF
           PERFORM CLOSE-FILES
           PERFORM MARK-RUN-COMPLETE
           PERFORM DISPLAY-RUN-TOTALS
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                  AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
                       MOVE CK-MOT-REJECTED TO WS-MOT-REJECTED-COUNT
                       MOVE CK-COM-ACCEPTED TO WS-COM-ACCEPTED-COUNT
                       MOVE CK-COM-REJECTED TO WS-COM-REJECTED-COUNT
      * A checkpoint written before the duplicate count was kept
      * carries spaces there.
                       IF CK-DUPLICATE-COUNT NUMERIC
                           MOVE CK-DUPLICATE-COUNT
                                TO WS-DUPLICATE-COUNT
                       END-IF
                       IF CK-QUOTE-HONOURED-COUNT NUMERIC
                           MOVE CK-QUOTE-HONOURED-COUNT
                                TO WS-QUOTE-HONOURED-COUNT
                       END-IF
                       IF CK-QUOTE-REJECTED-COUNT NUMERIC
                           MOVE CK-QUOTE-REJECTED-COUNT
                                TO WS-QUOTE-REJECTED-COUNT
                       END-IF
                       IF CK-ADJUSTED-COUNT NUMERIC
                           MOVE CK-ADJUSTED-COUNT
                                TO WS-ADJUSTED-COUNT
                       END-IF
                       IF CK-RI-REFERRED-COUNT NUMERIC
                           MOVE CK-RI-REFERRED-COUNT
                                TO WS-RI-REFERRED-COUNT
                       END-IF
                   END-IF
           END-READ
           CLOSE CHKP-FILE.
           MOVE BI-CUSTOMER-NUM TO BO-CUSTOMER-NUM
           MOVE BI-POLICY-NUM TO BO-POLICY-NUM
           MOVE BI-REQUEST-ID TO BO-REQUEST-ID
           MOVE BI-BROKER-ID TO BO-BROKER-ID
           SET BO-REJECTED TO TRUE
           MOVE SPACES TO BO-FUND-NAME
           MOVE BI-SUM-ASSURED TO BO-SUM-ASSURED
           MOVE ZERO TO BO-PREMIUM
           MOVE ZERO TO BO-RATE-APPLIED
           MOVE ZERO TO BO-LOADING-APPLIED
           MOVE SPACE TO BO-REJECT-CODE
           MOVE WS-RUN-ABORT-MSG TO BO-ERROR-MSG
           PERFORM WRITE-OUTPUT-RECORD
           PERFORM CHECKPOINT-IF-DUE
           EXIT.

      *================================================================*
      * Validate, price-check an adjustment, quote-check, duplicate-   *
      * check and rate one application, writing its accept/reject      *
      * result, then read the next one.                                *
      *================================================================*
       PROCESS-APPLICATIONS.
           PERFORM VALIDATE-APPLICATION
           IF WS-HBR-CALL-OK
               AND WS-ADJ-REQUEST
               PERFORM CHECK-MID-TERM-ADJUSTMENT
           END-IF
           IF WS-HBR-CALL-OK
               PERFORM CHECK-QUOTE-REFERENCE
           END-IF
           IF WS-HBR-CALL-OK
               PERFORM CHECK-DUPLICATE-APPLICATION
           END-IF
           IF WS-HBR-CALL-OK
               PERFORM RATE-APPLICATION
           END-IF
           MOVE WS-MOT-REJECTED-COUNT TO CK-MOT-REJECTED
           MOVE WS-COM-ACCEPTED-COUNT TO CK-COM-ACCEPTED
           MOVE WS-COM-REJECTED-COUNT TO CK-COM-REJECTED
           MOVE WS-DUPLICATE-COUNT TO CK-DUPLICATE-COUNT
           MOVE WS-QUOTE-HONOURED-COUNT TO CK-QUOTE-HONOURED-COUNT
           MOVE WS-QUOTE-REJECTED-COUNT TO CK-QUOTE-REJECTED-COUNT
           MOVE WS-ADJUSTED-COUNT TO CK-ADJUSTED-COUNT
           MOVE WS-RI-REFERRED-COUNT TO CK-RI-REFERRED-COUNT
           OPEN OUTPUT CHKP-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHKP-FILE.
           MOVE BI-CUSTOMER-NUM TO BO-CUSTOMER-NUM
           MOVE BI-POLICY-NUM TO BO-POLICY-NUM
           MOVE BI-REQUEST-ID TO BO-REQUEST-ID
           MOVE BI-BROKER-ID TO BO-BROKER-ID
           MOVE SPACES TO BO-FUND-NAME
           MOVE SPACES TO BO-ERROR-MSG
           MOVE BI-SUM-ASSURED TO BO-SUM-ASSURED
           MOVE ZERO TO BO-PREMIUM
           MOVE ZERO TO BO-RATE-APPLIED
           MOVE ZERO TO BO-LOADING-APPLIED
           MOVE SPACE TO BO-REJECT-CODE
           MOVE 'Y' TO WS-HBR-CALL-OK-SW
           MOVE 'N' TO WS-QUOTE-HONOUR-SW
           MOVE 'N' TO WS-QUOTE-APPLIED-SW
           MOVE 'N' TO WS-QUOTE-DIFFERS
           MOVE SPACES TO WS-AUDIT-QUOTE-REF
           MOVE 'N' TO WS-RI-REFER-SW
           MOVE 'N' TO WS-ADJ-REQUEST-SW
           MOVE SPACES TO WS-ADJ-EFFECTIVE-ISO
           MOVE ZERO TO WS-ADJ-PRIOR-PREMIUM
           MOVE ZERO TO WS-ADJ-PRORATA-PREMIUM
           MOVE BI-REQUEST-ID(1:2) TO WS-REQUEST-VERSION
           MOVE BI-REQUEST-ID(3:4) TO WS-REQUEST-TYPE
           EVALUATE WS-REQUEST-TYPE
                   MOVE 'M' TO WS-EXPECTED-POLICY-TYPE
               WHEN 'ACOM'
                   MOVE 'C' TO WS-EXPECTED-POLICY-TYPE
               WHEN 'MHSE'
                   MOVE 'H' TO WS-EXPECTED-POLICY-TYPE
                   SET WS-ADJ-REQUEST TO TRUE
                   MOVE 'AHSE' TO WS-ADJ-ADD-TYPE
               WHEN 'MMOT'
                   MOVE 'M' TO WS-EXPECTED-POLICY-TYPE
                   SET WS-ADJ-REQUEST TO TRUE
                   MOVE 'AMOT' TO WS-ADJ-ADD-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-EXPECTED-POLICY-TYPE
           END-EVALUATE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Look up the web quote an endowment application was sent under  *
      * on the LGQUOTE register - the same tests LGAPBR01 makes        *
      * online.  One that can be honoured sets WS-QUOTE-TO-HONOUR for  *
      * RATE-APPLICATION; one that cannot is refused with              *
      * BO-REJECT-CODE 'Q' and WS-HBR-CALL-OK-SW set to 'N', so        *
      * PROCESS-APPLICATIONS skips the rule call.                      *
      *================================================================*
       CHECK-QUOTE-REFERENCE.
           IF WS-REQUEST-TYPE EQUAL 'AEND'
              AND BI-E-QUOTE-REF NOT EQUAL SPACES
               MOVE SPACES TO WS-QUOTE-REASON
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
                    WHERE QUOTE_REF = :BI-E-QUOTE-REF
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       MOVE 'NOT ON THE QUOTE REGISTER'
                            TO WS-QUOTE-REASON
                   WHEN SQLCODE NOT EQUAL ZERO
                       DISPLAY 'LGBRBAT1 QUOTE REGISTER READ FAILED '
                               'SQLCODE=' SQLCODE
                               ' QUOTE=' BI-E-QUOTE-REF
                       MOVE 'REGISTER UNAVAILABLE' TO WS-QUOTE-REASON
                   WHEN QT-CUSTOMER-NUM NOT EQUAL BI-CUSTOMER-NUM
                       MOVE 'GIVEN TO ANOTHER CUSTOMER'
                            TO WS-QUOTE-REASON
                   WHEN QT-QUOTE-STATUS EQUAL 'C'
                       MOVE 'ALREADY CONVERTED' TO WS-QUOTE-REASON
                   WHEN QT-QUOTE-STATUS EQUAL 'X'
                   WHEN QT-EXPIRY-DATE < WS-AUDIT-DATE-ISO
                       STRING 'EXPIRED ' QT-EXPIRY-DATE
                              DELIMITED BY SIZE INTO WS-QUOTE-REASON
                       END-STRING
                   WHEN QT-POLICY-TERM NOT EQUAL BI-TERM
                   WHEN QT-SUM-ASSURED NOT EQUAL BI-SUM-ASSURED
                       MOVE 'TERM/SUM ASSURED DIFFER'
                            TO WS-QUOTE-REASON
                   WHEN OTHER
                       SET WS-QUOTE-TO-HONOUR TO TRUE
               END-EVALUATE
               IF NOT WS-QUOTE-TO-HONOUR
                   MOVE 'N' TO WS-HBR-CALL-OK-SW
                   SET BO-REJECTED TO TRUE
                   SET BO-REJECT-QUOTE TO TRUE
                   MOVE SPACES TO BO-ERROR-MSG
                   STRING 'QUOTE ' BI-E-QUOTE-REF ' ' DELIMITED BY SIZE
                          WS-QUOTE-REASON DELIMITED BY '  '
                          INTO BO-ERROR-MSG
                   END-STRING
                   ADD 1 TO WS-QUOTE-REJECTED-COUNT
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Refuse an application for a customer and policy already rated  *
      * inside the duplicate window - at the counter, on the web       *
      * channel or by an earlier broker load - unless the broker       *
      * flagged it as a deliberate re-quote.  Same test LGAPBR01       *
      * makes online: the latest successful LGRULAUD rating on or      *
      * after the cutoff names the channel (AUDIT_SRCE) and date       *
      * quoted back.  A DB2 error here rates the application rather    *
      * than refusing it.  A mid-term adjustment is a further rating   *
      * of the policy by design and is not checked.  Sets              *
      * WS-HBR-CALL-OK-SW to 'N' on a hit, so PROCESS-APPLICATIONS     *
      * skips the rule call.                                           *
      *================================================================*
       CHECK-DUPLICATE-APPLICATION.
           MOVE 'N' TO WS-DUP-FOUND-SW
           IF WS-DUP-WINDOW-DAYS > ZERO
              AND NOT WS-ADJ-REQUEST
              AND NOT BI-DELIBERATE-REQUOTE
              AND NOT WS-QUOTE-TO-HONOUR
              AND BI-POLICY-NUM NOT EQUAL SPACES
               EXEC SQL
                   SELECT MAX(A.AUDIT_SRCE), MAX(A.AUDIT_DATE)
                     INTO :WS-DUP-PRIOR-SRCE :WS-DUP-SRCE-IND,
                          :WS-DUP-PRIOR-DATE :WS-DUP-DATE-IND
                     FROM LGRULAUD A
                    WHERE A.CUSTOMER_NUM = :BI-CUSTOMER-NUM
                      AND A.POLICY_NUM = :BI-POLICY-NUM
                      AND A.HBR_COMPLETION_CODE = 0
                      AND A.AUDIT_DATE =
                          (SELECT MAX(B.AUDIT_DATE)
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND B.HBR_COMPLETION_CODE = 0
                              AND B.AUDIT_DATE
                                  >= :WS-DUP-CUTOFF-ISO)
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       DISPLAY 'LGBRBAT1 DUPLICATE CHECK FAILED '
                               'SQLCODE=' SQLCODE
                               ' CNUM=' BI-CUSTOMER-NUM
                               ' PNUM=' BI-POLICY-NUM
                   WHEN WS-DUP-DATE-IND < ZERO
                       CONTINUE
                   WHEN OTHER
                       SET WS-DUP-FOUND TO TRUE
               END-EVALUATE
           END-IF
           IF WS-DUP-FOUND
               MOVE 'N' TO WS-HBR-CALL-OK-SW
               SET BO-REJECTED TO TRUE
               SET BO-REJECT-DUPLICATE TO TRUE
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
               MOVE SPACES TO BO-ERROR-MSG
               STRING 'DUPLICATE OF ' DELIMITED BY SIZE
                      WS-DUP-CHANNEL-NAME DELIMITED BY SPACE
                      ' RATING ' WS-DUP-PRIOR-DATE
                                 DELIMITED BY SIZE
                      INTO BO-ERROR-MSG
               END-STRING
               ADD 1 TO WS-DUPLICATE-COUNT
               PERFORM WRITE-DUPLICATE-LOG
           END-IF.
           EXIT.

      *================================================================*
      * Record the refused duplicate on LGDUPLOG for the LGDPRPT1      *
      * daily report - caught on the broker channel ('B'), with the    *
      * broker it came from.  A failed insert is reported and the run  *
      * goes on; the application is refused either way.                *
      *================================================================*
       WRITE-DUPLICATE-LOG.
           ACCEPT WS-DUP-CLOCK FROM TIME
           MOVE WS-DUP-CLOCK(1:6) TO WS-DUP-LOG-TIME
           EXEC SQL
               INSERT INTO LGDUPLOG
                   ( DATE_CAUGHT, TIME_CAUGHT, CHANNEL,
                     CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                     BROKER_ID, PRIOR_CHANNEL, PRIOR_DATE )
                 VALUES
                   ( :WS-AUDIT-DATE-ISO, :WS-DUP-LOG-TIME,
                     :WS-AUDIT-SRCE,
                     :BI-CUSTOMER-NUM, :BI-POLICY-NUM, :BI-REQUEST-ID,
                     :BI-BROKER-ID, :WS-DUP-PRIOR-SRCE,
                     :WS-DUP-PRIOR-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGBRBAT1 DUPLICATE LOG INSERT FAILED '
                       'SQLCODE=' SQLCODE
                       ' CNUM=' BI-CUSTOMER-NUM
                       ' PNUM=' BI-POLICY-NUM
           END-IF.
           EXIT.

      *================================================================*
      * Build the rule-server request for this application, call       *
      * HBRRULE (bounded retry), validate the response and write the   *
           IF WS-REQUEST-TYPE EQUAL 'AEND'
               MOVE BI-FUND-NAME TO FUND-NAME
               MOVE BI-FUND-NAME TO WS-AUDIT-FUND-NAME-IN
               MOVE FUNCTION UPPER-CASE(BI-E-LIFE-ASSURED)
                    TO WS-AUDIT-LIFE-ASSURED
           ELSE
               MOVE SPACES TO FUND-NAME
               MOVE SPACES TO WS-AUDIT-FUND-NAME-IN
               MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
           END-IF
           MOVE SPACES TO MSG
      * Priced fields start at zero so a ruleset that does not return
               END-IF
           END-IF

      * A quote being bought is given its quoted price before the
      * invocation is audited, so the row carries what was sold.
           IF WS-QUOTE-TO-HONOUR
              AND WS-HBR-CALL-OK
               PERFORM APPLY-QUOTED-PRICE
           END-IF

      * Likewise an adjustment is priced pro-rata before the audit
      * row is written, so the row carries what is to be charged.
           IF WS-ADJ-REQUEST
              AND WS-HBR-CALL-OK
               PERFORM PRICE-MID-TERM-ADJUSTMENT
           END-IF

      * Only audit an actual rule-server call - a reconnect failure
      * means HBRRULE was never invoked, so there is no invocation to
      * record (same as REJECT-WHOLE-RUN writing no row when the
               IF WS-REQUEST-TYPE EQUAL 'AEND'
                   PERFORM VALIDATE-FUND-RESPONSE
                   IF WS-FUND-VALID
                       PERFORM CHECK-REINSURANCE-RETENTION
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FUND-INVALID
                           SET BO-REJECTED TO TRUE
                       WHEN WS-RI-REFERRED
                           PERFORM REFER-OVER-RETENTION
                       WHEN OTHER
                           SET BO-ACCEPTED TO TRUE
                           MOVE FUND-NAME TO BO-FUND-NAME
                           PERFORM MOVE-PREMIUM-TO-OUTPUT
                           IF WS-QUOTE-APPLIED
                               PERFORM CONVERT-QUOTE
                           END-IF
                   END-EVALUATE
               ELSE
                   IF MSG EQUAL SPACES
                       SET BO-ACCEPTED TO TRUE
                       PERFORM MOVE-PREMIUM-TO-OUTPUT
                       IF WS-ADJ-REQUEST
                           PERFORM MOVE-ADJUSTMENT-TO-OUTPUT
                       END-IF
                   ELSE
                       SET BO-REJECTED TO TRUE
                       MOVE 'ODM REJECTED REQUEST' TO BO-ERROR-MSG
           MOVE LOADING-APPLIED TO BO-LOADING-APPLIED.
           EXIT.

      * An accepted adjustment says on the output record what it
      * charges or returns, and from when.
       MOVE-ADJUSTMENT-TO-OUTPUT.
           MOVE SPACES TO BO-ERROR-MSG
           EVALUATE TRUE
               WHEN WS-ADJ-PRORATA-PREMIUM > ZERO
                   MOVE WS-ADJ-PRORATA-PREMIUM TO WS-ADJ-PRORATA-DISP
                   STRING 'ADDITIONAL ' WS-ADJ-PRORATA-DISP
                          ' FROM ' BI-ADJ-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO BO-ERROR-MSG
                   END-STRING
               WHEN WS-ADJ-PRORATA-PREMIUM < ZERO
                   COMPUTE WS-ADJ-PRORATA-DISP =
                       0 - WS-ADJ-PRORATA-PREMIUM
                   STRING 'RETURN     ' WS-ADJ-PRORATA-DISP
                          ' FROM ' BI-ADJ-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO BO-ERROR-MSG
                   END-STRING
               WHEN OTHER
                   STRING 'NO PREMIUM CHANGE FROM '
                          BI-ADJ-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO BO-ERROR-MSG
                   END-STRING
           END-EVALUATE
           ADD 1 TO WS-ADJUSTED-COUNT.
           EXIT.

      *================================================================*
      * Edit a mid-term adjustment before it is rated - the same tests *
      * LGAPBR01 makes online: both dates real yyyy-mm-dd dates, the   *
      * effective date on or after the day one year before the period  *
      * end and before it, and an accepted premium to adjust from.     *
      * Anything wrong is REJECTED with BO-REJECT-CODE 'A' and         *
      * WS-HBR-CALL-OK-SW set to 'N', so the rule call is skipped.     *
      *================================================================*
       CHECK-MID-TERM-ADJUSTMENT.
           MOVE BI-ADJ-EFFECTIVE-DATE TO WS-ADJ-DATE-ISO
           PERFORM EDIT-ADJUSTMENT-DATE
           IF WS-ADJ-DATE-VALID
               MOVE WS-ADJ-DATE-NUM TO WS-ADJ-EFFECTIVE-NUM
               MOVE BI-ADJ-PERIOD-END TO WS-ADJ-DATE-ISO
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
                   MOVE 'ADJUSTMENT DATES NOT YYYY-MM-DD'
                        TO BO-ERROR-MSG
                   PERFORM REJECT-ADJUSTMENT
               WHEN WS-ADJ-EFFECTIVE-NUM NOT < WS-ADJ-END-NUM
               WHEN WS-ADJ-EFFECTIVE-NUM < WS-ADJ-START-NUM
                   MOVE 'EFFECTIVE DATE NOT IN PERIOD OF COVER'
                        TO BO-ERROR-MSG
                   PERFORM REJECT-ADJUSTMENT
               WHEN OTHER
                   COMPUTE WS-ADJ-PERIOD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-END-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-ADJ-START-NUM)
                   COMPUTE WS-ADJ-REMAINING-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-END-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-ADJ-EFFECTIVE-NUM)
                   PERFORM FIND-PRIOR-PREMIUM
           END-EVALUATE
           IF WS-HBR-CALL-OK
               MOVE BI-ADJ-EFFECTIVE-DATE TO WS-ADJ-EFFECTIVE-ISO
           END-IF.
           EXIT.

       REJECT-ADJUSTMENT.
           MOVE 'N' TO WS-HBR-CALL-OK-SW
           SET BO-REJECTED TO TRUE
           SET BO-REJECT-ADJUSTMENT TO TRUE.
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
      * The premium the policy stands at - its latest accepted, priced *
      * LGRULAUD rating, the add or an earlier adjustment, from any    *
      * channel.  Same test as LGAPBR01: none, two different premiums  *
      * on the latest date, or a DB2 error, and the adjustment cannot  *
      * be priced.                                                     *
      *================================================================*
       FIND-PRIOR-PREMIUM.
           EXEC SQL
               SELECT MAX(A.PREMIUM), MIN(A.PREMIUM)
                 INTO :WS-ADJ-PRIOR-PREMIUM :WS-ADJ-PRIOR-HIGH-IND,
                      :WS-ADJ-PRIOR-LOW :WS-ADJ-PRIOR-LOW-IND
                 FROM LGRULAUD A
                WHERE A.CUSTOMER_NUM = :BI-CUSTOMER-NUM
                  AND A.POLICY_NUM = :BI-POLICY-NUM
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
                   DISPLAY 'LGBRBAT1 PRIOR PREMIUM READ FAILED '
                           'SQLCODE=' SQLCODE
                           ' CNUM=' BI-CUSTOMER-NUM
                           ' PNUM=' BI-POLICY-NUM
                   MOVE 'PRIOR PREMIUM UNAVAILABLE' TO BO-ERROR-MSG
                   PERFORM REJECT-ADJUSTMENT
               WHEN WS-ADJ-PRIOR-HIGH-IND < ZERO
                   MOVE 'NO ACCEPTED RATING TO ADJUST'
                        TO BO-ERROR-MSG
                   PERFORM REJECT-ADJUSTMENT
               WHEN WS-ADJ-PRIOR-LOW NOT EQUAL WS-ADJ-PRIOR-PREMIUM
                   MOVE 'PRIOR PREMIUM AMBIGUOUS - RATED TWICE'
                        TO BO-ERROR-MSG
                   PERFORM REJECT-ADJUSTMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Price the adjustment once the ruleset has rated the changed    *
      * risk - same arithmetic as LGAPBR01: the change in annual       *
      * premium for the days left out of the days in the period.       *
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
      * Put the ruleset's answer for a quote being bought aside and    *
      * give the rating the quoted fund and premium instead - same as  *
      * LGAPBR01 online.  A ruleset that now rejects the request       *
      * outright (MSG set) is not overridden, and the quote stays      *
      * open.  A quoted fund since closed fails VALIDATE-FUND-         *
      * RESPONSE like any other unrecognised fund.                     *
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
               MOVE BI-E-QUOTE-REF TO WS-AUDIT-QUOTE-REF
               SET WS-QUOTE-APPLIED TO TRUE
           END-IF.
           EXIT.

      *================================================================*
      * Mark the quote converted by the broker channel, with the       *
      * ruleset's own answer alongside for the conversion report, and  *
      * say on the output record that the quote was honoured.  A       *
      * failed update is reported and the application stays accepted   *
      * - the broker's customer was promised the price.  A referred    *
      * application's quote is converted by LGUWLST1 instead, once the *
      * underwriter's approval is final.                               *
      *================================================================*
       CONVERT-QUOTE.
           EXEC SQL
               UPDATE LGQUOTE
                  SET QUOTE_STATUS = 'C',
                      STATUS_DATE = :WS-AUDIT-DATE-ISO,
                      CONV_CHANNEL = :WS-AUDIT-SRCE,
                      CONV_POLICY_NUM = :BI-POLICY-NUM,
                      RULE_FUND_NAME = :QT-RULE-FUND-NAME,
                      RULE_PREMIUM = :QT-RULE-PREMIUM,
                      RULESET_DIFFERS = :WS-QUOTE-DIFFERS
                WHERE QUOTE_REF = :BI-E-QUOTE-REF
                  AND QUOTE_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGBRBAT1 QUOTE CONVERSION UPDATE FAILED '
                       'SQLCODE=' SQLCODE
                       ' QUOTE=' BI-E-QUOTE-REF
           END-IF
           MOVE SPACES TO BO-ERROR-MSG
           IF WS-QUOTE-DIFFERS EQUAL 'Y'
               STRING 'QUOTE ' BI-E-QUOTE-REF ' HONOURED - '
                      'RULESET DIFFERS'
                      DELIMITED BY SIZE INTO BO-ERROR-MSG
               END-STRING
           ELSE
               STRING 'QUOTE ' BI-E-QUOTE-REF ' HONOURED'
                      DELIMITED BY SIZE INTO BO-ERROR-MSG
               END-STRING
           END-IF
           ADD 1 TO WS-QUOTE-HONOURED-COUNT.
           EXIT.

      *================================================================*
      * Select the ruleapp path for the application's policy type -    *
      * the same per-type dispatch LGAPBR01's SET-RULEAPP-REQUEST      *
       APPLY-RULEAPP-VERSION-SUFFIX.
           EVALUATE WS-REQUEST-TYPE
               WHEN 'AHSE'
               WHEN 'MHSE'
                   MOVE '/GenAppDemoApp/GenAppDemoHouse'
                        TO HBRA-CONN-RULEAPP-PATH
               WHEN 'AMOT'
               WHEN 'MMOT'
                   MOVE '/GenAppDemoApp/GenAppDemoMotor'
                        TO HBRA-CONN-RULEAPP-PATH
               WHEN 'ACOM'
           END-IF.
           EXIT.

      *================================================================*
      * Read the duplicate window from LGDUPCFG (kept by LGDPCFG1) and *
      * work out the earliest AUDIT_DATE still inside it.  No row      *
      * runs with the default window; a DB2 error is reported and      *
      * also runs with the default, rather than rating every repeat.   *
      * Must follow LOAD-FUND-TABLE, which sets today's date.          *
      *================================================================*
       LOAD-DUPLICATE-WINDOW.
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
                   DISPLAY 'LGBRBAT1 DUPLICATE WINDOW READ FAILED '
                           'SQLCODE=' SQLCODE ' - DEFAULT USED'
                   MOVE WS-DUP-DEFAULT-DAYS TO WS-DUP-WINDOW-DAYS
           END-EVALUATE
           IF WS-DUP-WINDOW-DAYS > ZERO
               MOVE WS-FUND-DATE-YMD TO WS-DUP-TODAY-NUM
               COMPUTE WS-DUP-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DUP-TODAY-NUM)
                       - WS-DUP-WINDOW-DAYS)
               STRING WS-DUP-CUTOFF-X(1:4) '-'
                      WS-DUP-CUTOFF-X(5:2) '-'
                      WS-DUP-CUTOFF-X(7:2)
                      DELIMITED BY SIZE INTO WS-DUP-CUTOFF-ISO
               END-STRING
               MOVE WS-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DISP
               DISPLAY 'LGBRBAT1 DUPLICATE WINDOW ' WS-DUP-WINDOW-DISP
                       ' DAYS - RATINGS SINCE ' WS-DUP-CUTOFF-ISO
           ELSE
               DISPLAY 'LGBRBAT1 DUPLICATE CHECK SWITCHED OFF'
           END-IF.
           EXIT.

      *================================================================*
      * Read the reinsurance treaty limits from LGRICFG (kept by       *
      * LGRICFG1).  No row, or no facultative limit, and applications  *
      * are not checked; a DB2 error is reported and every endowment   *
      * is referred, the same fail-safe LGAPBR01 applies online.       *
      *================================================================*
       LOAD-TREATY-LIMITS.
           EXEC SQL
               SELECT RETENTION_LIMIT, FACULTATIVE_LIMIT
                 INTO :WS-RI-RETENTION-LIMIT,
                      :WS-RI-FACULTATIVE-LIMIT
                 FROM LGRICFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   IF WS-RI-FACULTATIVE-LIMIT > ZERO
                       SET WS-RI-LIMITS-ON TO TRUE
                       MOVE WS-RI-FACULTATIVE-LIMIT
                            TO WS-RI-LIMIT-DISP
                       DISPLAY 'LGBRBAT1 REINSURANCE FACULTATIVE LIMIT '
                               WS-RI-LIMIT-DISP
                   ELSE
                       SET WS-RI-LIMITS-OFF TO TRUE
                       DISPLAY 'LGBRBAT1 NO FACULTATIVE LIMIT - '
                               'RETENTION CHECK NOT MADE'
                   END-IF
               WHEN SQLCODE EQUAL 100
                   SET WS-RI-LIMITS-OFF TO TRUE
                   DISPLAY 'LGBRBAT1 NO TREATY LIMITS SET - '
                           'RETENTION CHECK NOT MADE'
               WHEN OTHER
                   SET WS-RI-LIMITS-UNREADABLE TO TRUE
                   DISPLAY 'LGBRBAT1 TREATY LIMIT READ FAILED '
                           'SQLCODE=' SQLCODE
                           ' - ENDOWMENTS WILL BE REFERRED'
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Add the application's sum assured to what its life already     *
      * has in force on other endowments and refer it when the total   *
      * passes the facultative limit.  An application with no life     *
      * assured given cannot be aggregated and is not checked; one     *
      * whose exposure cannot be read is referred.                     *
      *================================================================*
       CHECK-REINSURANCE-RETENTION.
           MOVE 'N' TO WS-RI-REFER-SW
           EVALUATE TRUE
               WHEN WS-AUDIT-LIFE-ASSURED EQUAL SPACES
               WHEN WS-RI-LIMITS-OFF
                   CONTINUE
               WHEN WS-RI-LIMITS-UNREADABLE
                   SET WS-RI-REFERRED TO TRUE
               WHEN OTHER
                   PERFORM ADD-UP-LIFE-EXPOSURE
                   COMPUTE WS-RI-LIFE-TOTAL =
                       WS-RI-LIFE-EXPOSURE + BI-SUM-ASSURED
                   IF WS-RI-LIFE-TOTAL > WS-RI-FACULTATIVE-LIMIT
                       SET WS-RI-REFERRED TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT.

       ADD-UP-LIFE-EXPOSURE.
           MOVE ZERO TO WS-RI-LIFE-EXPOSURE
           EXEC SQL OPEN RICSR END-EXEC
           IF SQLCODE EQUAL ZERO
               PERFORM FETCH-LIFE-POLICY
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   SET WS-RI-REFERRED TO TRUE
               END-IF
               EXEC SQL CLOSE RICSR END-EXEC
           ELSE
               SET WS-RI-REFERRED TO TRUE
           END-IF
           IF WS-RI-REFERRED
               DISPLAY 'LGBRBAT1 LIFE EXPOSURE READ FAILED '
                       ' CNUM=' BI-CUSTOMER-NUM
                       ' PNUM=' BI-POLICY-NUM
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
      * Refer the application to the underwriters instead of putting   *
      * it on risk: an LGUWRKQ row with reason '3' - re-flagging the   *
      * policy's existing row on a duplicate key, as LGAPBR01 does -   *
      * and a REJECTED result with BO-REJECT-CODE 'R', carrying no     *
      * price.  A quote the application was bought under stays open    *
      * until the approval is final, when LGUWLST1 converts it.        *
      *================================================================*
       REFER-OVER-RETENTION.
           SET BO-REJECTED TO TRUE
           SET BO-REJECT-REINSURANCE TO TRUE
           MOVE 'REFERRED - LIFE OVER REINSURANCE LIMIT'
                TO BO-ERROR-MSG
           ADD 1 TO WS-RI-REFERRED-COUNT
           ACCEPT WS-RI-CLOCK FROM TIME
           MOVE WS-RI-CLOCK(1:6) TO WS-RI-REVIEW-TIME
           EXEC SQL
               INSERT INTO LGUWRKQ
                   ( CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                     REVIEW_REASON, FUND_NAME, POLICY_TERM,
                     SUM_ASSURED, DATE_FLAGGED, TIME_FLAGGED,
                     REVIEW_STATUS, UNDERWRITER_ID,
                     DISP_FUND_NAME, DATE_ACTIONED, DISP_PREMIUM,
                     COUNTERSIGN_ID, COUNTERSIGN_REASON,
                     LIFE_ASSURED )
                 VALUES
                   ( :BI-CUSTOMER-NUM, :BI-POLICY-NUM,
                     :BI-REQUEST-ID, '3',
                     :WS-AUDIT-FUND-NAME-IN, :TERM, :SUM-ASSURED,
                     :WS-FUND-DATE-YMD, :WS-RI-REVIEW-TIME,
                     'P', ' ', ' ', ' ', 0, ' ', ' ',
                     :WS-AUDIT-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE EQUAL -803
               EXEC SQL
                   UPDATE LGUWRKQ
                      SET REVIEW_STATUS = 'P',
                          REVIEW_REASON = '3',
                          REQUEST_ID = :BI-REQUEST-ID,
                          FUND_NAME = :WS-AUDIT-FUND-NAME-IN,
                          POLICY_TERM = :TERM,
                          SUM_ASSURED = :SUM-ASSURED,
                          DATE_FLAGGED = :WS-FUND-DATE-YMD,
                          TIME_FLAGGED = :WS-RI-REVIEW-TIME,
                          DISP_FUND_NAME = ' ',
                          DISP_PREMIUM = 0,
                          DATE_ACTIONED = ' ',
                          COUNTERSIGN_ID = ' ',
                          COUNTERSIGN_REASON = ' ',
                          LIFE_ASSURED = :WS-AUDIT-LIFE-ASSURED
                    WHERE CUSTOMER_NUM = :BI-CUSTOMER-NUM
                      AND POLICY_NUM = :BI-POLICY-NUM
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGBRBAT1 REVIEW QUEUE WRITE FAILED SQLCODE='
                       SQLCODE
                       ' CNUM=' BI-CUSTOMER-NUM
                       ' PNUM=' BI-POLICY-NUM
           END-IF.
           EXIT.

       FETCH-FUND-ENTRY.
           EXEC SQL
               FETCH FNDCSR INTO :WS-FUND-FETCH-NAME
                     FUND_NAME_OUT, RULE_MSG,
                     HBR_COMPLETION_CODE, HBR_REASON_CODE,
                     AUDIT_SRCE, AUDIT_DATE,
                     PREMIUM, RATE_APPLIED, LOADING_APPLIED,
                     BROKER_ID, QUOTE_REF, ADJ_EFFECTIVE_DATE,
                     ADJ_PRIOR_PREMIUM, ADJ_PRORATA_PREMIUM,
                     LIFE_ASSURED )
                 VALUES
                   ( :BI-CUSTOMER-NUM, :BI-POLICY-NUM, :BI-REQUEST-ID,
                     :WS-AUDIT-FUND-NAME-IN, :TERM, :SUM-ASSURED,
                     :FUND-NAME, :MSG,
                     :WS-AUDIT-COMP-CODE, :WS-AUDIT-REASON-CODE,
                     :WS-AUDIT-SRCE, :WS-AUDIT-DATE-ISO,
                     :PREMIUM, :RATE-APPLIED, :LOADING-APPLIED,
                     :BI-BROKER-ID, :WS-AUDIT-QUOTE-REF,
                     :WS-ADJ-EFFECTIVE-ISO, :WS-ADJ-PRIOR-PREMIUM,
                     :WS-ADJ-PRORATA-PREMIUM, :WS-AUDIT-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGBRBAT1 AUDIT INSERT FAILED SQLCODE='
                       ADD 1 TO WS-END-REJECTED-COUNT
                   END-IF
               WHEN 'AHSE'
               WHEN 'MHSE'
                   IF BO-ACCEPTED
                       ADD 1 TO WS-HSE-ACCEPTED-COUNT
                   ELSE
                       ADD 1 TO WS-HSE-REJECTED-COUNT
                   END-IF
               WHEN 'AMOT'
               WHEN 'MMOT'
                   IF BO-ACCEPTED
                       ADD 1 TO WS-MOT-ACCEPTED-COUNT
                   ELSE
           DISPLAY 'LGBRBAT1 APPLICATIONS ACCEPTED: ' WS-COUNT-DISP
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1 APPLICATIONS REJECTED: ' WS-COUNT-DISP
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1   OF WHICH DUPLICATES: ' WS-COUNT-DISP
           MOVE WS-QUOTE-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1   OF WHICH QUOTES:     ' WS-COUNT-DISP
           MOVE WS-RI-REFERRED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1   OF WHICH RI REFERRED:' WS-COUNT-DISP
           MOVE WS-QUOTE-HONOURED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1 WEB QUOTES HONOURED:   ' WS-COUNT-DISP
           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1 ADJUSTMENTS ACCEPTED:  ' WS-COUNT-DISP
           MOVE WS-END-ACCEPTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1 ENDOWMENT  ACCEPTED:   ' WS-COUNT-DISP
           MOVE WS-END-REJECTED-COUNT TO WS-COUNT-DISP
           MOVE WS-COM-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRBAT1 COMMERCIAL REJECTED:   ' WS-COUNT-DISP.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: the      *
      * applications read and the results written to OUTFILE (one per  *
      * application, accepted or rejected) - including, on a restart,  *
      * those restored from the checkpoint, so the record always       *
      * covers the whole input file.                                   *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGBRBAT1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-READ-COUNT TO RL-RECORDS-IN
           COMPUTE RL-RECORDS-OUT = WS-ACCEPTED-COUNT
                                  + WS-REJECTED-COUNT
           MOVE WS-REJECTED-COUNT TO RL-RECORDS-REJECTED
           MOVE 'N' TO RL-HASH-KEPT-SW
           MOVE ZERO TO RL-HASH-IN
           MOVE ZERO TO RL-HASH-OUT
           IF WS-RESTARTING
               MOVE 'Y' TO RL-RESTART-IND
           ELSE
               MOVE 'N' TO RL-RESTART-IND
           END-IF
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
