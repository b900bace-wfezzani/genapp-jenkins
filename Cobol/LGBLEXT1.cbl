      ******************************************************************
      *                                                                *
      * LICENSED MATERIALS - PROPERTY OF IBM                           *
      *                                                                *
      * "RESTRICTED MATERIALS OF IBM"                                  *
      *                                                                *
      * CB12                                                           *
      *                                                                *
      * (C) COPYRIGHT IBM CORP. 2011, 2013 ALL RIGHTS RESERVED         *
      *                                                                *
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,      *
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE                   *
      * CONTRACT WITH IBM CORPORATION                                  *
      *                                                                *
      *                                                                *
      *          Daily Premium Billing and GL Posting Extract          *
      *                                                                *
      *   Collects the day's accepted new-business and renewal         *
      *   premiums - every rating on the LGRULAUD audit trail that     *
      *   the ruleset accepted, at the counter (LGAPBR01) or in the    *
      *   overnight batch (LGBRBAT1 broker loads, LGRNBAT1 renewals),  *
      *   plus the referrals an underwriter approved through LGUWLST1  *
      *   that day - and hands them to finance: a premium-debit file   *
      *   for the collections system and a balanced GL posting file,   *
      *   instead of accounts re-keying premiums from the              *
      *   acknowledgement files.                                       *
      *                                                                *
      * INPUT:                                                         *
      *   BILPARM - optional single record carrying the billing date   *
      *             as yyyy-mm-dd in columns 1-10; missing or blank    *
      *             bills today (a date is given to re-run a day)      *
      *                                                                *
      * OUTPUT:                                                        *
      *   BILLFIL - premium-debit file (COPY LGBLDBT), one debit per   *
      *             billed policy and a count/total trailer            *
      *   GLPOSTF - GL posting file (COPY LGBLGLP), a debit/credit     *
      *             pair per policy type and source, and a trailer     *
      *   PRTFILE - policies held from billing, approvals not billed,  *
      *             and the control totals by policy type and source   *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - extract produced, everything billed                      *
      *   4 - extract produced, but policies were held or approvals    *
      *       were not billed - see the report                         *
      *   8 - parameter invalid, DB2 error, or the GL postings do not  *
      *       balance to the premium-debit file - see SYSOUT           *
      *                                                                *
      * NOTES:                                                         *
      *  A rating is "accepted" exactly as the writers decide it: the  *
      *  HBRRULE call completed, the ruleset returned no message, and  *
      *  for the endowment types the fund returned is one LGFUND       *
      *  knows.  A policy still referred on LGUWRKQ (PENDING, CLAIMED  *
      *  or awaiting a second signature) is not billed - its premium   *
      *  is billed when the approval is final, at the premium          *
      *  captured at disposition.  An approval carrying no premium is  *
      *  listed as an exception rather than silently going unbilled.   *
      *  A reinsurance referral (reason '3') is audited with no rule   *
      *  message, so its rating looks accepted - a policy flagged on   *
      *  LGUWRKQ on or after the billing date is therefore not billed  *
      *  from its rating whatever became of the referral, bar a        *
      *  resubmit actioned on the billing date, whose re-driven        *
      *  rating is the one billed.                                     *
      *                                                                *
      *  LGRULAUD carries a date but no time, so when a policy was     *
      *  rated more than once in the day at different premiums there   *
      *  is no telling which rating stands.  Such a policy - and one   *
      *  priced at zero - is held off the debit file and listed for    *
      *  finance to resolve; a policy rated twice at the same premium  *
      *  is billed once.                                               *
      *                                                                *
      *  Web channel ratings (AUDIT_SRCE 'W') are quotes held on the   *
      *  LGQUOTE register, not policies, and are never billed - a      *
      *  quote bought at the counter or through a broker is billed     *
      *  from the rating that bought it.                               *
      *                                                                *
      *  A mid-term adjustment ("nnMMOT"/"nnMHSE") is billed at its    *
      *  pro-rata premium (ADJ_PRORATA_PREMIUM), not the new annual    *
      *  premium, as business type 'MT'.  One with no change is not    *
      *  billed; a return premium is held and listed for a manual      *
      *  refund, as collections takes debits only.  A referred         *
      *  adjustment has no pro-rata on LGRULAUD, so its approval is    *
      *  listed to be priced by hand rather than billed at the annual  *
      *  premium captured at disposition.                              *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - Approvals awaiting a second signature ('W') are  *
      *               still referred - not billed until countersigned. *
      *  2026-10-15 - Web quotes are no longer billed - they are held  *
      *               on the LGQUOTE register until bought.            *
      *  2026-10-15 - Bill mid-term adjustments at their pro-rata      *
      *               premium as business type 'MT'; list return       *
      *               premiums and approved adjustment referrals.      *
      *  2026-10-15 - Do not bill the rating of a reinsurance referral *
      *               - a policy flagged on LGUWRKQ on or after the    *
      *               billing date is billed from its approval only.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBLEXT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN-FILE ASSIGN TO BILPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT BILLING-OUT-FILE ASSIGN TO BILLFIL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT GL-OUT-FILE   ASSIGN TO GLPOSTF
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-BILL-DATE             PIC X(10).
           03 FILLER                   PIC X(70).

       FD  BILLING-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGBLDBT.

       FD  GL-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGBLGLP.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * Billing date - ISO for LGRULAUD.AUDIT_DATE, YYYYMMDD for
      * LGUWRKQ.DATE_ACTIONED.
       01  WS-DATE-FIELDS.
           03 WS-RUN-DATE-YMD             PIC X(8)  VALUE SPACES.
           03 WS-BILL-DATE-ISO            PIC X(10) VALUE SPACES.
           03 WS-BILL-DATE-YMD            PIC X(8)  VALUE SPACES.

      * Policy types (the BI-POLICY-TYPE codes), with the name the
      * report prints and the premium income account the GL credit
      * goes to.
       01  WS-TYPE-VALUES.
           03 FILLER                      PIC X(25)
                          VALUE 'EENDOWMENT   PRM-INC-END '.
           03 FILLER                      PIC X(25)
                          VALUE 'HHOUSE       PRM-INC-HSE '.
           03 FILLER                      PIC X(25)
                          VALUE 'MMOTOR       PRM-INC-MOT '.
           03 FILLER                      PIC X(25)
                          VALUE 'CCOMMERCIAL  PRM-INC-COM '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           03 WS-TYPE-ENTRY               OCCURS 4 TIMES.
              05 WS-TYPE-CODE             PIC X.
              05 WS-TYPE-NAME             PIC X(12).
              05 WS-TYPE-INCOME-ACCOUNT   PIC X(12).

      * Sources (the LGBLDBT BL-SOURCE codes) and their report names.
       01  WS-SOURCE-VALUES.
           03 FILLER                      PIC X(21)
                          VALUE 'OONLINE              '.
           03 FILLER                      PIC X(21)
                          VALUE 'BBATCH               '.
           03 FILLER                      PIC X(21)
                          VALUE 'UUNDERWRITER APPROVAL'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           03 WS-SOURCE-ENTRY             OCCURS 3 TIMES.
              05 WS-SOURCE-CODE           PIC X.
              05 WS-SOURCE-NAME           PIC X(20).

      * Every debit is posted against premium debtors.
       01  WS-GL-DEBTORS-ACCOUNT          PIC X(12) VALUE 'PRM-DEBTORS'.

      * Control totals by policy type within source.
       01  WS-CONTROL-TOTALS.
           03 WS-CT-TYPE                  OCCURS 4 TIMES.
              05 WS-CT-SOURCE             OCCURS 3 TIMES.
                 07 WS-CT-COUNT           PIC 9(7).
                 07 WS-CT-AMOUNT          PIC 9(13)V99 COMP-3.
       01  WS-TYPE-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-SOURCE-IDX                  PIC 9(2) COMP VALUE 0.

      * The policy being gathered across its ratings of the day.
       01  WS-POLICY-OPEN-SW              PIC X VALUE 'N'.
           88 WS-POLICY-OPEN                    VALUE 'Y'.
       01  WS-POLICY-FIELDS.
           03 WS-POL-CUSTOMER-NUM         PIC X(10) VALUE SPACES.
           03 WS-POL-POLICY-NUM           PIC X(10) VALUE SPACES.
           03 WS-POL-REQUEST-ID           PIC X(6)  VALUE SPACES.
           03 WS-POL-FUND-NAME            PIC X(20) VALUE SPACES.
           03 WS-POL-SRCE                 PIC X     VALUE SPACE.
           03 WS-POL-RATING-COUNT         PIC 9(3)  VALUE 0.
      * Signed - an adjustment's pro-rata may be a return premium.
           03 WS-POL-LOW-PREMIUM          PIC S9(7)V99 VALUE 0.
           03 WS-POL-HIGH-PREMIUM         PIC S9(7)V99 VALUE 0.
           03 WS-POL-ADJUSTMENT-SW        PIC X     VALUE 'N'.
              88 WS-POL-ADJUSTMENT                  VALUE 'Y'.

       01  WS-RUN-TOTALS.
           03 WS-BILLED-COUNT             PIC 9(7)     VALUE 0.
           03 WS-BILLED-TOTAL             PIC 9(13)V99 COMP-3
                                                       VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7)     VALUE 0.
           03 WS-EXCEPTION-COUNT          PIC 9(7)     VALUE 0.
           03 WS-GL-POSTING-COUNT         PIC 9(7)     VALUE 0.
           03 WS-GL-DEBIT-TOTAL           PIC 9(13)V99 COMP-3
                                                       VALUE 0.
           03 WS-GL-CREDIT-TOTAL          PIC 9(13)V99 COMP-3
                                                       VALUE 0.

      * Host variables for one accepted LGRULAUD rating.
       01  WS-AUDIT-ROW.
           03 AU-CUSTOMER-NUM             PIC X(10).
           03 AU-POLICY-NUM               PIC X(10).
           03 AU-REQUEST-ID               PIC X(6).
           03 AU-FUND-NAME-OUT            PIC X(20).
           03 AU-AUDIT-SRCE               PIC X.
           03 AU-PREMIUM                  PIC 9(7)V99.
           03 AU-ADJ-PREMIUM              PIC S9(7)V99.
      * What the rating bills - the premium, or for an adjustment its
      * pro-rata premium.
           03 AU-BILL-AMOUNT              PIC S9(7)V99.

      * Host variables for one LGUWRKQ approval.
       01  WS-REVIEW-ROW.
           03 WQ-CUSTOMER-NUM             PIC X(10).
           03 WQ-POLICY-NUM               PIC X(10).
           03 WQ-REQUEST-ID               PIC X(6).
           03 WQ-UNDERWRITER-ID           PIC X(8).
           03 WQ-DISP-FUND-NAME           PIC X(20).
           03 WQ-DISP-PREMIUM             PIC 9(7)V99.

      * PREMIUM and DISP_PREMIUM were both added by ALTER - a null
      * comes back as zero, which is exactly what gets it listed.
       01  WS-NULL-INDICATORS.
           03 AU-PREMIUM-IND              PIC S9(4) COMP VALUE 0.
           03 WQ-PREMIUM-IND              PIC S9(4) COMP VALUE 0.
           03 AU-ADJ-PREMIUM-IND          PIC S9(4) COMP VALUE 0.

      * The request type decoded from an "nnTTTT" request id.
       01  WS-REQUEST-TYPE                PIC X(4)  VALUE SPACES.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.
       01  WS-RATING-COUNT-DISP           PIC ZZ9.
       01  WS-MONEY-DISP                  PIC Z(12)9.99.
       01  WS-MONEY-DISP2                 PIC Z(12)9.99.
       01  WS-PREMIUM-DISP                PIC Z(6)9.99.
       01  WS-PREMIUM-DISP2               PIC Z(6)9.99.
       01  WS-SQLCODE-DISP                PIC -(8)9.

           COPY SQLCA.

      * The day's accepted ratings, a policy's ratings together.  A
      * policy still referred on LGUWRKQ is left for its approval, and
      * a web quote is not a policy at all.  A reinsurance referral's
      * rating looks accepted on LGRULAUD, so a policy referred on or
      * after the day is left too: an approval is billed from APVCSR,
      * a decline never, and a resubmit from its own re-driven rating
      * - the same day's, when the resubmit was that day.
           EXEC SQL
               DECLARE BILCSR CURSOR FOR
                   SELECT A.CUSTOMER_NUM, A.POLICY_NUM, A.REQUEST_ID,
                          A.FUND_NAME_OUT, A.AUDIT_SRCE, A.PREMIUM,
                          A.ADJ_PRORATA_PREMIUM
                     FROM LGRULAUD A
                    WHERE A.AUDIT_DATE = :WS-BILL-DATE-ISO
                      AND A.HBR_COMPLETION_CODE = 0
                      AND A.RULE_MSG = ' '
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND (SUBSTR(A.REQUEST_ID, 3, 4)
                               NOT IN ('AEND', 'REND')
                           OR EXISTS
                              (SELECT 1
                                 FROM LGFUND F
                                WHERE F.FUND_NAME = A.FUND_NAME_OUT))
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGUWRKQ Q
                            WHERE Q.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND Q.POLICY_NUM = A.POLICY_NUM
                              AND (Q.REVIEW_STATUS IN ('P', 'C', 'W')
                                   OR (Q.DATE_FLAGGED >=
                                           :WS-BILL-DATE-YMD
                                       AND NOT
                                         (Q.REVIEW_STATUS = 'R'
                                          AND Q.DATE_ACTIONED =
                                              :WS-BILL-DATE-YMD))))
                    ORDER BY A.CUSTOMER_NUM, A.POLICY_NUM
           END-EXEC.

      * The day's underwriter approvals.
           EXEC SQL
               DECLARE APVCSR CURSOR FOR
                   SELECT CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                          UNDERWRITER_ID, DISP_FUND_NAME, DISP_PREMIUM
                     FROM LGUWRKQ
                    WHERE REVIEW_STATUS = 'A'
                      AND DATE_ACTIONED = :WS-BILL-DATE-YMD
                    ORDER BY CUSTOMER_NUM, POLICY_NUM
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BILLING-PARM
           INITIALIZE WS-CONTROL-TOTALS
           OPEN OUTPUT BILLING-OUT-FILE
           OPEN OUTPUT GL-OUT-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM BILL-RATED-BUSINESS
           PERFORM BILL-UNDERWRITER-APPROVALS
           PERFORM WRITE-BILLING-TRAILER
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE BILLING-OUT-FILE
           CLOSE GL-OUT-FILE
           CLOSE PRINT-FILE
           IF (WS-HELD-COUNT > 0 OR WS-EXCEPTION-COUNT > 0)
              AND RETURN-CODE EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *================================================================*
      * Read and edit the billing-date parameter.  No parameter (or a  *
      * blank one) bills today; anything else must be a strict         *
      * yyyy-mm-dd date or the run fails before DB2 is touched.        *
      *================================================================*
       READ-BILLING-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               MOVE SPACES TO PA-BILL-DATE
           END-IF
           IF PA-BILL-DATE EQUAL SPACES
               ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
               STRING WS-RUN-DATE-YMD(1:4) '-'
                      WS-RUN-DATE-YMD(5:2) '-'
                      WS-RUN-DATE-YMD(7:2)
                      DELIMITED BY SIZE INTO WS-BILL-DATE-ISO
               END-STRING
           ELSE
               IF PA-BILL-DATE(1:4) NOT NUMERIC
                  OR PA-BILL-DATE(5:1) NOT EQUAL '-'
                  OR PA-BILL-DATE(6:2) NOT NUMERIC
                  OR PA-BILL-DATE(6:2) < '01'
                  OR PA-BILL-DATE(6:2) > '12'
                  OR PA-BILL-DATE(8:1) NOT EQUAL '-'
                  OR PA-BILL-DATE(9:2) NOT NUMERIC
                  OR PA-BILL-DATE(9:2) < '01'
                  OR PA-BILL-DATE(9:2) > '31'
                   DISPLAY 'LGBLEXT1 BILLING DATE NOT YYYY-MM-DD: '
                           PA-BILL-DATE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PA-BILL-DATE TO WS-BILL-DATE-ISO
           END-IF
           STRING WS-BILL-DATE-ISO(1:4)
                  WS-BILL-DATE-ISO(6:2)
                  WS-BILL-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-BILL-DATE-YMD
           END-STRING.
           EXIT.

      *================================================================*
      * Bill the day's accepted ratings.  A policy's ratings arrive    *
      * together; each policy is settled - billed or held - when the   *
      * next policy's first rating (or the end of the cursor) shows    *
      * its last rating has been seen.                                 *
      *================================================================*
       BILL-RATED-BUSINESS.
           MOVE 'POLICIES HELD FROM BILLING - ZERO PREMIUM, PREMIUM CHAN
      -         'GED BETWEEN RATINGS THE SAME DAY, OR RETURN PREMIUM TO 
      -         'REFUND' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN BILCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-RATED-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE BILCSR END-EXEC
               IF WS-POLICY-OPEN
                   PERFORM SETTLE-POLICY
               END-IF
           END-IF
           IF WS-HELD-COUNT EQUAL ZERO
               MOVE '  (NONE)' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       FETCH-RATED-ROW.
           EXEC SQL
               FETCH BILCSR
                INTO :AU-CUSTOMER-NUM, :AU-POLICY-NUM,
                     :AU-REQUEST-ID, :AU-FUND-NAME-OUT,
                     :AU-AUDIT-SRCE,
                     :AU-PREMIUM :AU-PREMIUM-IND,
                     :AU-ADJ-PREMIUM :AU-ADJ-PREMIUM-IND
           END-EXEC
           IF SQLCODE EQUAL ZERO
               IF AU-PREMIUM-IND < 0
                   MOVE ZERO TO AU-PREMIUM
               END-IF
               IF AU-ADJ-PREMIUM-IND < 0
                   MOVE ZERO TO AU-ADJ-PREMIUM
               END-IF
               IF AU-REQUEST-ID(3:4) EQUAL 'MMOT'
                  OR AU-REQUEST-ID(3:4) EQUAL 'MHSE'
                   MOVE AU-ADJ-PREMIUM TO AU-BILL-AMOUNT
               ELSE
                   MOVE AU-PREMIUM TO AU-BILL-AMOUNT
               END-IF
               IF WS-POLICY-OPEN
                  AND (AU-CUSTOMER-NUM NOT EQUAL WS-POL-CUSTOMER-NUM
                    OR AU-POLICY-NUM NOT EQUAL WS-POL-POLICY-NUM)
                   PERFORM SETTLE-POLICY
               END-IF
               IF WS-POLICY-OPEN
                   PERFORM ADD-RATING-TO-POLICY
               ELSE
                   PERFORM START-POLICY
               END-IF
           END-IF.
           EXIT.

       START-POLICY.
           MOVE 'Y' TO WS-POLICY-OPEN-SW
           MOVE AU-CUSTOMER-NUM TO WS-POL-CUSTOMER-NUM
           MOVE AU-POLICY-NUM TO WS-POL-POLICY-NUM
           MOVE AU-REQUEST-ID TO WS-POL-REQUEST-ID
           MOVE AU-FUND-NAME-OUT TO WS-POL-FUND-NAME
           MOVE AU-AUDIT-SRCE TO WS-POL-SRCE
           MOVE 1 TO WS-POL-RATING-COUNT
           MOVE AU-BILL-AMOUNT TO WS-POL-LOW-PREMIUM
           MOVE AU-BILL-AMOUNT TO WS-POL-HIGH-PREMIUM
           IF AU-REQUEST-ID(3:4) EQUAL 'MMOT'
              OR AU-REQUEST-ID(3:4) EQUAL 'MHSE'
               MOVE 'Y' TO WS-POL-ADJUSTMENT-SW
           ELSE
               MOVE 'N' TO WS-POL-ADJUSTMENT-SW
           END-IF.
           EXIT.

       ADD-RATING-TO-POLICY.
           ADD 1 TO WS-POL-RATING-COUNT
           IF AU-BILL-AMOUNT < WS-POL-LOW-PREMIUM
               MOVE AU-BILL-AMOUNT TO WS-POL-LOW-PREMIUM
           END-IF
           IF AU-BILL-AMOUNT > WS-POL-HIGH-PREMIUM
               MOVE AU-BILL-AMOUNT TO WS-POL-HIGH-PREMIUM
           END-IF.
           EXIT.

      *================================================================*
      * Bill the gathered policy, or hold it and say why - see NOTES.  *
      *================================================================*
       SETTLE-POLICY.
           MOVE 'N' TO WS-POLICY-OPEN-SW
           MOVE WS-POL-REQUEST-ID(3:4) TO WS-REQUEST-TYPE
           PERFORM SET-TYPE-INDEX
           EVALUATE TRUE
               WHEN WS-TYPE-IDX EQUAL ZERO
                   ADD 1 TO WS-HELD-COUNT
                   STRING '  CUSTOMER ' WS-POL-CUSTOMER-NUM
                          '  POLICY ' WS-POL-POLICY-NUM
                          '  REQUEST ' WS-POL-REQUEST-ID
                          '  REQUEST TYPE NOT RECOGNISED FOR BILLING'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-POL-LOW-PREMIUM NOT EQUAL WS-POL-HIGH-PREMIUM
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-POL-RATING-COUNT TO WS-RATING-COUNT-DISP
                   MOVE WS-POL-LOW-PREMIUM TO WS-PREMIUM-DISP
                   MOVE WS-POL-HIGH-PREMIUM TO WS-PREMIUM-DISP2
                   STRING '  CUSTOMER ' WS-POL-CUSTOMER-NUM
                          '  POLICY ' WS-POL-POLICY-NUM
                          '  REQUEST ' WS-POL-REQUEST-ID
                          '  PREMIUM CHANGED - ' WS-RATING-COUNT-DISP
                          ' RATINGS FROM ' WS-PREMIUM-DISP
                          ' TO ' WS-PREMIUM-DISP2
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-POL-ADJUSTMENT
                AND WS-POL-HIGH-PREMIUM EQUAL ZERO
                   CONTINUE
               WHEN WS-POL-ADJUSTMENT
                AND WS-POL-HIGH-PREMIUM < ZERO
                   ADD 1 TO WS-HELD-COUNT
                   COMPUTE WS-PREMIUM-DISP = 0 - WS-POL-HIGH-PREMIUM
                   STRING '  CUSTOMER ' WS-POL-CUSTOMER-NUM
                          '  POLICY ' WS-POL-POLICY-NUM
                          '  REQUEST ' WS-POL-REQUEST-ID
                          '  RETURN PREMIUM ' WS-PREMIUM-DISP
                          ' TO REFUND'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-POL-HIGH-PREMIUM EQUAL ZERO
                   ADD 1 TO WS-HELD-COUNT
                   STRING '  CUSTOMER ' WS-POL-CUSTOMER-NUM
                          '  POLICY ' WS-POL-POLICY-NUM
                          '  REQUEST ' WS-POL-REQUEST-ID
                          '  ZERO PREMIUM'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO PREMIUM-DEBIT-RECORD
                   MOVE WS-POL-CUSTOMER-NUM TO BL-CUSTOMER-NUM
                   MOVE WS-POL-POLICY-NUM TO BL-POLICY-NUM
                   MOVE WS-POL-REQUEST-ID TO BL-REQUEST-ID
                   MOVE WS-POL-FUND-NAME TO BL-FUND-NAME
                   MOVE WS-POL-HIGH-PREMIUM TO BL-PREMIUM
                   IF WS-POL-SRCE EQUAL 'B'
                       MOVE 'B' TO BL-SOURCE
                   ELSE
                       MOVE 'O' TO BL-SOURCE
                   END-IF
                   PERFORM WRITE-DEBIT-RECORD
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Bill the day's underwriter approvals at the premium captured   *
      * at disposition, listing any approval with no premium.          *
      *================================================================*
       BILL-UNDERWRITER-APPROVALS.
           MOVE 'UNDERWRITER APPROVALS NOT BILLED - NO PREMIUM CAPTURED
      -         'AT DISPOSITION, OR A MID-TERM ADJUSTMENT TO PRICE BY HA
      -         'ND' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN APVCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-APPROVAL-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE APVCSR END-EXEC
           END-IF
           IF WS-EXCEPTION-COUNT EQUAL ZERO
               MOVE '  (NONE)' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       FETCH-APPROVAL-ROW.
           EXEC SQL
               FETCH APVCSR
                INTO :WQ-CUSTOMER-NUM, :WQ-POLICY-NUM,
                     :WQ-REQUEST-ID, :WQ-UNDERWRITER-ID,
                     :WQ-DISP-FUND-NAME,
                     :WQ-DISP-PREMIUM :WQ-PREMIUM-IND
           END-EXEC
           IF SQLCODE EQUAL ZERO
               IF WQ-PREMIUM-IND < 0
                   MOVE ZERO TO WQ-DISP-PREMIUM
               END-IF
               MOVE WQ-REQUEST-ID(3:4) TO WS-REQUEST-TYPE
               PERFORM SET-TYPE-INDEX
               IF WQ-DISP-PREMIUM EQUAL ZERO
                  OR WS-TYPE-IDX EQUAL ZERO
                  OR WS-REQUEST-TYPE EQUAL 'MMOT'
                  OR WS-REQUEST-TYPE EQUAL 'MHSE'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING '  CUSTOMER ' WQ-CUSTOMER-NUM
                          '  POLICY ' WQ-POLICY-NUM
                          '  REQUEST ' WQ-REQUEST-ID
                          '  APPROVED BY ' WQ-UNDERWRITER-ID
                          '  FUND ' WQ-DISP-FUND-NAME
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO PREMIUM-DEBIT-RECORD
                   MOVE WQ-CUSTOMER-NUM TO BL-CUSTOMER-NUM
                   MOVE WQ-POLICY-NUM TO BL-POLICY-NUM
                   MOVE WQ-REQUEST-ID TO BL-REQUEST-ID
                   MOVE WQ-DISP-FUND-NAME TO BL-FUND-NAME
                   MOVE WQ-DISP-PREMIUM TO BL-PREMIUM
                   MOVE 'U' TO BL-SOURCE
                   PERFORM WRITE-DEBIT-RECORD
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Decode WS-REQUEST-TYPE into the policy-type index - zero for   *
      * a type billing does not recognise.                             *
      *================================================================*
       SET-TYPE-INDEX.
           EVALUATE WS-REQUEST-TYPE
               WHEN 'AEND'
               WHEN 'REND'
                   MOVE 1 TO WS-TYPE-IDX
               WHEN 'AHSE'
               WHEN 'MHSE'
                   MOVE 2 TO WS-TYPE-IDX
               WHEN 'AMOT'
               WHEN 'MMOT'
                   MOVE 3 TO WS-TYPE-IDX
               WHEN 'ACOM'
                   MOVE 4 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-IDX
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Complete and write one premium debit (the caller has moved in  *
      * the policy, price and source, and set WS-TYPE-IDX), and add    *
      * it to the control totals.                                      *
      *================================================================*
       WRITE-DEBIT-RECORD.
           SET BL-DETAIL TO TRUE
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO BL-POLICY-TYPE
           EVALUATE BL-REQUEST-ID(3:4)
               WHEN 'REND'
                   SET BL-RENEWAL TO TRUE
               WHEN 'MMOT'
               WHEN 'MHSE'
                   SET BL-MID-TERM TO TRUE
               WHEN OTHER
                   SET BL-NEW-BUSINESS TO TRUE
           END-EVALUATE
           MOVE WS-BILL-DATE-ISO TO BL-BILL-DATE
           WRITE PREMIUM-DEBIT-RECORD
           ADD 1 TO WS-BILLED-COUNT
           ADD BL-PREMIUM TO WS-BILLED-TOTAL
           EVALUATE BL-SOURCE
               WHEN 'O'
                   MOVE 1 TO WS-SOURCE-IDX
               WHEN 'B'
                   MOVE 2 TO WS-SOURCE-IDX
               WHEN OTHER
                   MOVE 3 TO WS-SOURCE-IDX
           END-EVALUATE
           ADD 1 TO WS-CT-COUNT(WS-TYPE-IDX, WS-SOURCE-IDX)
           ADD BL-PREMIUM TO WS-CT-AMOUNT(WS-TYPE-IDX, WS-SOURCE-IDX).
           EXIT.

       WRITE-BILLING-TRAILER.
           MOVE SPACES TO PREMIUM-DEBIT-TRAILER
           SET BL-TRAILER TO TRUE
           MOVE WS-BILL-DATE-ISO TO BT-BILL-DATE
           MOVE WS-BILLED-COUNT TO BT-RECORD-COUNT
           MOVE WS-BILLED-TOTAL TO BT-PREMIUM-TOTAL
           WRITE PREMIUM-DEBIT-RECORD.
           EXIT.

      *================================================================*
      * One debit/credit pair per policy type and source with anything *
      * billed, then the trailer with the posting count and totals.    *
      *================================================================*
       WRITE-GL-POSTINGS.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                       UNTIL WS-SOURCE-IDX > 3
                   IF WS-CT-COUNT(WS-TYPE-IDX, WS-SOURCE-IDX) > 0
                       PERFORM WRITE-GL-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO GL-POSTING-TRAILER
           SET GP-TRAILER TO TRUE
           MOVE WS-BILL-DATE-ISO TO GT-POSTING-DATE
           MOVE WS-GL-POSTING-COUNT TO GT-POSTING-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           WRITE GL-POSTING-RECORD.
           EXIT.

       WRITE-GL-PAIR.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GP-POSTING TO TRUE
           MOVE WS-BILL-DATE-ISO TO GP-POSTING-DATE
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO GP-POLICY-TYPE
           MOVE WS-SOURCE-CODE(WS-SOURCE-IDX) TO GP-SOURCE
           MOVE WS-CT-COUNT(WS-TYPE-IDX, WS-SOURCE-IDX)
                TO GP-ITEM-COUNT
           MOVE WS-CT-AMOUNT(WS-TYPE-IDX, WS-SOURCE-IDX)
                TO GP-AMOUNT
           MOVE WS-GL-DEBTORS-ACCOUNT TO GP-ACCOUNT
           SET GP-DEBIT TO TRUE
           STRING 'PREMIUM DEBTORS ' WS-TYPE-NAME(WS-TYPE-IDX)
                  DELIMITED BY SIZE INTO GP-NARRATIVE
           END-STRING
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-GL-POSTING-COUNT
           ADD GP-AMOUNT TO WS-GL-DEBIT-TOTAL
           MOVE WS-TYPE-INCOME-ACCOUNT(WS-TYPE-IDX) TO GP-ACCOUNT
           SET GP-CREDIT TO TRUE
           MOVE SPACES TO GP-NARRATIVE
           STRING 'PREMIUM INCOME ' WS-TYPE-NAME(WS-TYPE-IDX)
                  DELIMITED BY SIZE INTO GP-NARRATIVE
           END-STRING
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-GL-POSTING-COUNT
           ADD GP-AMOUNT TO WS-GL-CREDIT-TOTAL.
           EXIT.

      *================================================================*
      * Control totals by policy type and source, then the balance     *
      * check: GL debits must equal GL credits, and both must equal    *
      * the premium-debit file's total.                                *
      *================================================================*
       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS BY POLICY TYPE AND SOURCE'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                       UNTIL WS-SOURCE-IDX > 3
                   IF WS-CT-COUNT(WS-TYPE-IDX, WS-SOURCE-IDX) > 0
                       PERFORM WRITE-CONTROL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE WS-BILLED-COUNT TO WS-COUNT-DISP
           MOVE WS-BILLED-TOTAL TO WS-MONEY-DISP
           STRING 'PREMIUMS BILLED         ' WS-COUNT-DISP
                  '  TOTAL ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GL-DEBIT-TOTAL TO WS-MONEY-DISP
           MOVE WS-GL-CREDIT-TOTAL TO WS-MONEY-DISP2
           STRING 'GL DEBITS  ' WS-MONEY-DISP
                  '  GL CREDITS ' WS-MONEY-DISP2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-GL-DEBIT-TOTAL EQUAL WS-GL-CREDIT-TOTAL
              AND WS-GL-DEBIT-TOTAL EQUAL WS-BILLED-TOTAL
               MOVE 'GL POSTINGS BALANCE TO THE PREMIUM-DEBIT FILE'
                    TO WS-REPORT-LINE
           ELSE
               MOVE 'GL POSTINGS OUT OF BALANCE - DO NOT LOAD'
                    TO WS-REPORT-LINE
               DISPLAY 'LGBLEXT1 GL POSTINGS OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-DISP
           STRING 'POLICIES HELD           ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           STRING 'APPROVALS NOT BILLED    ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-CONTROL-LINE.
           MOVE WS-CT-COUNT(WS-TYPE-IDX, WS-SOURCE-IDX)
                TO WS-COUNT-DISP
           MOVE WS-CT-AMOUNT(WS-TYPE-IDX, WS-SOURCE-IDX)
                TO WS-MONEY-DISP
           STRING '  ' WS-TYPE-NAME(WS-TYPE-IDX)
                  '  ' WS-SOURCE-NAME(WS-SOURCE-IDX)
                  '  ' WS-COUNT-DISP
                  '  ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'DAILY PREMIUM BILLING AND GL EXTRACT - LGBLEXT1 - '
                  WS-BILL-DATE-ISO
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP
           DISPLAY 'LGBLEXT1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'EXTRACT INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.
