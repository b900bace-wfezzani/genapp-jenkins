      *   RENLOUT - sequential file of RENEWAL-OUTPUT-RECORD           *
      *             (LGBRRNO), one per input record (opened EXTEND on  *
      *             a restart, OUTPUT otherwise)                       *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run                                   *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - every renewal retained or switched                       *
      *   4 - some renewals referred - see RENLOUT                     *
      *   8 - run aborted: the rule server or the LGFUND fund list     *
      *       was unavailable, and every renewal was referred          *
      *                                                                *
      * NOTES:                                                         *
      *  Same run shape as LGBRBAT1: one HBRCONN for the run (bounded  *
      *  Only "nnREND" (endowment renewal) records are supported, as   *
      *  that is what the in-force extract this job reads contains.    *
      *                                                                *
      *  A renewal the ruleset prices cleanly (RETAIN or SWITCH) is    *
      *  then set against the reinsurance treaty the way LGAPBR01      *
      *  sets an endowment online.  The extract carries no life        *
      *  assured, so the policy's own is taken from its latest         *
      *  LGRULAUD rating that recorded one, and stamped on the         *
      *  renewal's audit row.  The renewal's sum assured replaces the  *
      *  policy's earlier ratings rather than adding to them - only    *
      *  the life's other policies make up its existing exposure -     *
      *  so a SWITCH or a fund-closure re-rate (LGFDIMP1) never        *
      *  counts a policy twice.  A renewal that takes the life over    *
      *  the LGRICFG facultative limit is written REFER and queued on  *
      *  LGUWRKQ with reason '3'.                                      *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-22 - New program.                                     *
      *  2026-09-02 - Carry the renewal premium (and rate/loading)     *
      *               the ruleset priced onto RETAIN/SWITCH LGBRRNO    *
      *               records and every LGRULAUD audit row, same as   *
      *               the other rating programs.                       *
      *  2026-10-15 - Append a run record (counts, restart indicator,  *
      *               return code) to the overnight run ledger RUNLEDG *
      *               for the LGOVRPT1 morning report.                 *
      *  2026-10-15 - Carry the policy's life assured onto the         *
      *               renewal's LGRULAUD row, and refer a renewal      *
      *               that takes the life over the LGRICFG             *
      *               facultative limit to LGUWRKQ (reason '3').       *
      *               Reinsurance referrals are counted in the run     *
      *               totals and the checkpoint.                       *
      *  2026-10-15 - Write the life assured to LGUWRKQ.LIFE_ASSURED   *
      *               on a reinsurance referral.                       *
      *  2026-10-15 - End 8 when the rule server or fund list is       *
      *               unavailable and the whole run is referred, and 4 *
      *               when any renewal is referred, so the run ledger  *
      *               records it.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRNBAT1.
      * against a newly-allocated (empty) dataset starts normally.
           SELECT OPTIONAL CHKP-FILE ASSIGN TO RNCHKPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 CK-RETAINED-COUNT        PIC 9(7).
           03 CK-SWITCHED-COUNT        PIC 9(7).
           03 CK-REFERRED-COUNT        PIC 9(7).
           03 CK-RI-REFERRED-COUNT     PIC 9(7).
           03 FILLER                   PIC X(32).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

           03 WS-RETAINED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SWITCHED-COUNT           PIC 9(7) VALUE 0.
           03 WS-REFERRED-COUNT           PIC 9(7) VALUE 0.
      * Of the referrals, renewals over the reinsurance limit.
           03 WS-RI-REFERRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

      * Commit checkpoints, same shape as LGBRBAT1's - every
      * WS-CHECKPOINT-INTERVAL processed policies the DB2 work is
      * committed and the input position plus running counts recorded
       01  WS-RUN-ABORT-MSG               PIC X(40)
                           VALUE 'ODM UNAVAILABLE - RUN ABORTED'.

      * Set when a startup step failed the run and REFER-WHOLE-RUN
      * referred every renewal - WS-HBR-CALL-OK-SW cannot say so at
      * the end, as each renewal re-uses it.
       01  WS-RUN-ABORTED-SW              PIC X     VALUE 'N'.
           88 WS-RUN-ABORTED                        VALUE 'Y'.

      * ODM supplied copybooks - same connection area LGAPBR01 uses.
       01 WS-REASON-CODES.
           COPY HBRC.
           03 WS-AUDIT-REASON-CODE        PIC 9(5)  VALUE ZERO.
           03 WS-AUDIT-SRCE               PIC X     VALUE 'B'.
           03 WS-AUDIT-DATE-ISO           PIC X(10) VALUE SPACES.
      * The policy's life assured, as its earlier ratings recorded it.
           03 WS-AUDIT-LIFE-ASSURED       PIC X(30) VALUE SPACES.
           03 WS-AUDIT-LIFE-IND           PIC S9(4) COMP VALUE +0.

      * Reinsurance retention - the LGRICFG treaty limits, read once
      * at startup, same handling as LGBRBAT1.
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

           COPY SQLCA.

                    ORDER BY FUND_NAME
           END-EXEC.

      * The life's other in-force endowments - the same selection
      * LGAPBR01 and LGBRBAT1 make: each policy's latest accepted
      * AEND/REND rating, the renewing policy left out, web quotes
      * and policies the underwriters declined not counted.
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
                      AND NOT (A.CUSTOMER_NUM = :RN-CUSTOMER-NUM
                               AND A.POLICY_NUM = :RN-POLICY-NUM)
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
           PERFORM LOAD-TREATY-LIMITS
      * No fund list means no recommendation could be validated -
      * refer every policy rather than switch funds nobody can check.
           IF WS-VALID-FUND-COUNT EQUAL ZERO
               PERFORM PROCESS-RENEWALS UNTIL WS-END-OF-FILE
               PERFORM DISCONNECT-RULE-ENGINE
           ELSE
               SET WS-RUN-ABORTED TO TRUE
               PERFORM REFER-WHOLE-RUN UNTIL WS-END-OF-FILE
           END-IF
           PERFORM CLOSE-FILES
           PERFORM MARK-RUN-COMPLETE
           PERFORM DISPLAY-RUN-TOTALS
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFERRED-COUNT > 0
                  AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
                       MOVE CK-RETAINED-COUNT TO WS-RETAINED-COUNT
                       MOVE CK-SWITCHED-COUNT TO WS-SWITCHED-COUNT
                       MOVE CK-REFERRED-COUNT TO WS-REFERRED-COUNT
      * A checkpoint written before reinsurance referrals were
      * counted carries spaces there.
                       IF CK-RI-REFERRED-COUNT NUMERIC
                           MOVE CK-RI-REFERRED-COUNT
                                TO WS-RI-REFERRED-COUNT
                       END-IF
                   END-IF
           END-READ
           CLOSE CHKP-FILE.
           MOVE RN-SUM-ASSURED TO SUM-ASSURED
           MOVE RN-FUND-NAME TO FUND-NAME
           MOVE RN-FUND-NAME TO WS-AUDIT-FUND-NAME-IN
           PERFORM FIND-LIFE-ASSURED
           MOVE SPACES TO MSG
      * Priced fields start at zero so a ruleset that does not return
      * them (deployed before they existed) audits zeros, not residue
                   MOVE PREMIUM TO RO-PREMIUM
                   MOVE RATE-APPLIED TO RO-RATE-APPLIED
                   MOVE LOADING-APPLIED TO RO-LOADING-APPLIED
                   PERFORM CHECK-REINSURANCE-RETENTION
                   IF WS-RI-REFERRED
                       PERFORM REFER-OVER-RETENTION
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Find the policy's life assured - the renewal extract does not  *
      * carry it - from the latest of its LGRULAUD ratings that        *
      * recorded one.  None found (a policy rated before the life was  *
      * audited) leaves it spaces, and the renewal is not checked.     *
      *================================================================*
       FIND-LIFE-ASSURED.
           MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
           EXEC SQL
               SELECT MAX(A.LIFE_ASSURED)
                 INTO :WS-AUDIT-LIFE-ASSURED :WS-AUDIT-LIFE-IND
                 FROM LGRULAUD A
                WHERE A.CUSTOMER_NUM = :RN-CUSTOMER-NUM
                  AND A.POLICY_NUM = :RN-POLICY-NUM
                  AND A.LIFE_ASSURED > ' '
                  AND A.AUDIT_DATE =
                      (SELECT MAX(B.AUDIT_DATE)
                         FROM LGRULAUD B
                        WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                          AND B.POLICY_NUM = A.POLICY_NUM
                          AND B.LIFE_ASSURED > ' ')
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   DISPLAY 'LGRNBAT1 LIFE ASSURED LOOKUP FAILED '
                           'SQLCODE=' SQLCODE
                           ' CNUM=' RN-CUSTOMER-NUM
                           ' PNUM=' RN-POLICY-NUM
                   MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
               WHEN WS-AUDIT-LIFE-IND < ZERO
                   MOVE SPACES TO WS-AUDIT-LIFE-ASSURED
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Read the reinsurance treaty limits from LGRICFG (kept by       *
      * LGRICFG1) - same handling as LGBRBAT1: no row, or no           *
      * facultative limit, and renewals are not checked; a DB2 error   *
      * is reported and every priced renewal is referred.              *
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
                       DISPLAY 'LGRNBAT1 REINSURANCE FACULTATIVE LIMIT '
                               WS-RI-LIMIT-DISP
                   ELSE
                       SET WS-RI-LIMITS-OFF TO TRUE
                       DISPLAY 'LGRNBAT1 NO FACULTATIVE LIMIT - '
                               'RETENTION CHECK NOT MADE'
                   END-IF
               WHEN SQLCODE EQUAL 100
                   SET WS-RI-LIMITS-OFF TO TRUE
                   DISPLAY 'LGRNBAT1 NO TREATY LIMITS SET - '
                           'RETENTION CHECK NOT MADE'
               WHEN OTHER
                   SET WS-RI-LIMITS-UNREADABLE TO TRUE
                   DISPLAY 'LGRNBAT1 TREATY LIMIT READ FAILED '
                           'SQLCODE=' SQLCODE
                           ' - RENEWALS WILL BE REFERRED'
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Add the renewal's sum assured to what its life already has in  *
      * force on other endowments and refer it when the total passes   *
      * the facultative limit - same check LGBRBAT1 makes.             *
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
                       WS-RI-LIFE-EXPOSURE + RN-SUM-ASSURED
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
               DISPLAY 'LGRNBAT1 LIFE EXPOSURE READ FAILED '
                       ' CNUM=' RN-CUSTOMER-NUM
                       ' PNUM=' RN-POLICY-NUM
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
      * Refer the renewal instead of renewing it: REFER with no price  *
      * on RENLOUT, and an LGUWRKQ row with reason '3' - re-flagging   *
      * the policy's existing row on a duplicate key, as LGAPBR01      *
      * does - so the referral is held until an underwriter has the    *
      * reinsurer's answer.                                            *
      *================================================================*
       REFER-OVER-RETENTION.
           SET RO-REFER TO TRUE
           MOVE SPACES TO RO-NEW-FUND
           MOVE ZERO TO RO-PREMIUM
           MOVE ZERO TO RO-RATE-APPLIED
           MOVE ZERO TO RO-LOADING-APPLIED
           MOVE 'REFERRED - LIFE OVER REINSURANCE LIMIT'
                TO RO-ERROR-MSG
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
                   ( :RN-CUSTOMER-NUM, :RN-POLICY-NUM,
                     :RN-REQUEST-ID, '3',
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
                          REQUEST_ID = :RN-REQUEST-ID,
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
                    WHERE CUSTOMER_NUM = :RN-CUSTOMER-NUM
                      AND POLICY_NUM = :RN-POLICY-NUM
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGRNBAT1 REVIEW QUEUE WRITE FAILED SQLCODE='
                       SQLCODE
                       ' CNUM=' RN-CUSTOMER-NUM
                       ' PNUM=' RN-POLICY-NUM
           END-IF.
           EXIT.

      *================================================================*
      * Append a "_vNN" suffix to HBRA-CONN-RULEAPP-PATH when the      *
      * version number embedded in RN-REQUEST-ID requests a ruleset    *
                     FUND_NAME_OUT, RULE_MSG,
                     HBR_COMPLETION_CODE, HBR_REASON_CODE,
                     AUDIT_SRCE, AUDIT_DATE,
                     PREMIUM, RATE_APPLIED, LOADING_APPLIED,
                     LIFE_ASSURED )
                 VALUES
                   ( :RN-CUSTOMER-NUM, :RN-POLICY-NUM, :RN-REQUEST-ID,
                     :WS-AUDIT-FUND-NAME-IN, :TERM, :SUM-ASSURED,
                     :FUND-NAME, :MSG,
                     :WS-AUDIT-COMP-CODE, :WS-AUDIT-REASON-CODE,
                     :WS-AUDIT-SRCE, :WS-AUDIT-DATE-ISO,
                     :PREMIUM, :RATE-APPLIED, :LOADING-APPLIED,
                     :WS-AUDIT-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGRNBAT1 AUDIT INSERT FAILED SQLCODE='
           MOVE WS-RETAINED-COUNT TO CK-RETAINED-COUNT
           MOVE WS-SWITCHED-COUNT TO CK-SWITCHED-COUNT
           MOVE WS-REFERRED-COUNT TO CK-REFERRED-COUNT
           MOVE WS-RI-REFERRED-COUNT TO CK-RI-REFERRED-COUNT
           OPEN OUTPUT CHKP-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHKP-FILE.
           MOVE WS-SWITCHED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRNBAT1 FUND SWITCH RECD:  ' WS-COUNT-DISP
           MOVE WS-REFERRED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRNBAT1 REFERRED:          ' WS-COUNT-DISP
           MOVE WS-RI-REFERRED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRNBAT1   OF WHICH RI:     ' WS-COUNT-DISP.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: the      *
      * renewals read and the decisions written to RENLOUT (one per    *
      * renewal), the REFERs counted as its rejects - including, on a  *
      * restart, those restored from the checkpoint.                   *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGRNBAT1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-READ-COUNT TO RL-RECORDS-IN
           COMPUTE RL-RECORDS-OUT = WS-RETAINED-COUNT
                                  + WS-SWITCHED-COUNT
                                  + WS-REFERRED-COUNT
           MOVE WS-REFERRED-COUNT TO RL-RECORDS-REJECTED
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
