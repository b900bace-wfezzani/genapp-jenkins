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
      *          Monthly Broker Commission Statements and Payments     *
      *                                                                *
      *   Pays brokers commission on the applications they sent in     *
      *   their overnight file drops.  Every application LGBRBAT1      *
      *   accepted in the month is attributed to its broker through    *
      *   LGRULAUD.BROKER_ID (stamped from the transmission header by  *
      *   LGBRPED1) and earns the broker's LGBRCOMR rate for its       *
      *   policy type on the accepted premium.  Business a broker sent *
      *   earlier that an underwriter declined on LGUWRKQ this month,  *
      *   or that was re-rated this month to a lower premium, comes    *
      *   back as clawback lines.  One statement per broker, and one   *
      *   payment record per broker with the net to pay or recover.    *
      *                                                                *
      * INPUT:                                                         *
      *   CMSPARM - single record carrying the statement month as      *
      *             yyyy-mm in columns 1-7                             *
      *                                                                *
      * OUTPUT:                                                        *
      *   STMTRPT - the brokers' commission statements, 132 columns    *
      *   CMSPAYF - commission payment file (COPY LGBRCPY), one        *
      *             record per broker and a trailer                    *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - statements and payment file produced                     *
      *   4 - produced, but some business had no commission rate on    *
      *       LGBRCOMR and was not paid - see the statements           *
      *   8 - parameter missing/invalid or DB2 error - see SYSOUT      *
      *                                                                *
      * NOTES:                                                         *
      *  Commission is earned once per policy, on the broker's first   *
      *  accepted rating of it - a resubmission of a policy already    *
      *  accepted from a broker earns nothing more.  "Accepted" is     *
      *  the test LGBRBAT1 applies: the HBRRULE call completed, the    *
      *  ruleset returned no message, and an endowment's fund is one   *
      *  LGFUND knows.                                                 *
      *                                                                *
      *  A reinsurance referral (LGUWRKQ reason '3') is audited with   *
      *  no rule message, so its rating looks accepted.  A broker      *
      *  rating with a queue row for the same request flagged on or    *
      *  after it earns only once that row is approved ('A') or        *
      *  resubmitted ('R') - in the month it was actioned, judged as   *
      *  at the month end so a re-run pays the same - and is never     *
      *  clawed back if it was not put on risk.                        *
      *                                                                *
      *  Clawbacks work from the lowest premium the policy has been    *
      *  accepted at: a re-rate this month below the lowest before     *
      *  the month claws back commission on the difference, and an     *
      *  underwriter decline this month claws back the rest.  Over     *
      *  the life of a policy that recovers exactly what was paid,     *
      *  whatever order the events come in.  A policy declined in an   *
      *  earlier month has been clawed back in full and is left        *
      *  alone.  Clawbacks use the broker's rate when the statement    *
      *  is run - LGBRCMT1 keeps only the current rate.                *
      *                                                                *
      *  A mid-term adjustment ("nnMMOT"/"nnMHSE") is a change to a    *
      *  policy already paid for, not new business: it neither earns   *
      *  commission nor, at a lower premium, claws any back.           *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - Mid-term adjustments earn no commission and      *
      *               trigger no clawback.                             *
      *  2026-10-15 - A rating referred for reinsurance earns          *
      *               commission only when the referral is approved or *
      *               resubmitted.  Web quotes and adjustments are     *
      *               left out of the clawback premiums.               *
      *  2026-10-15 - A declined mid-term adjustment referral no       *
      *               longer claws back the new-business commission.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRCOM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE  ASSIGN TO CMSPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO STMTRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PAYMENT-OUT-FILE ASSIGN TO CMSPAYF
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-STATEMENT-MONTH       PIC X(7).
           03 FILLER                   PIC X(73).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       FD  PAYMENT-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGBRCPY.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * Statement month and the date ranges it selects - ISO for
      * LGRULAUD.AUDIT_DATE, YYYYMMDD for LGUWRKQ.DATE_ACTIONED.
       01  WS-MONTH-FIELDS.
           03 WS-STATEMENT-MONTH          PIC X(7)  VALUE SPACES.
           03 WS-MONTH-LOW                PIC X(10) VALUE SPACES.
           03 WS-MONTH-HIGH               PIC X(10) VALUE SPACES.
           03 WS-MONTH-LOW-YMD            PIC X(8)  VALUE SPACES.
           03 WS-MONTH-HIGH-YMD           PIC X(8)  VALUE SPACES.

      * Host variables for one statement-cursor row.  The broker's
      * rating is always a dated row written with a premium, so
      * neither column can come back null.
       01  WS-STATEMENT-ROW.
           03 SR-BROKER-ID                PIC X(6).
           03 SR-LINE-TYPE                PIC X.
              88 SR-EARNED                      VALUE 'E'.
              88 SR-CLAWBACK                    VALUE 'C'.
           03 SR-CUSTOMER-NUM             PIC X(10).
           03 SR-POLICY-NUM               PIC X(10).
           03 SR-REQUEST-ID               PIC X(6).
           03 SR-AUDIT-DATE               PIC X(10).
           03 SR-PREMIUM                  PIC 9(7)V99.

      * The row before, so a broker's same-day repeat of a policy is
      * only paid (or clawed back) once.
       01  WS-PREV-ROW-KEY.
           03 WS-PREV-BROKER-ID           PIC X(6)  VALUE SPACES.
           03 WS-PREV-LINE-TYPE           PIC X     VALUE SPACE.
           03 WS-PREV-CUSTOMER-NUM        PIC X(10) VALUE SPACES.
           03 WS-PREV-POLICY-NUM          PIC X(10) VALUE SPACES.
       01  WS-THIS-ROW-KEY.
           03 WS-THIS-BROKER-ID           PIC X(6)  VALUE SPACES.
           03 WS-THIS-LINE-TYPE           PIC X     VALUE SPACE.
           03 WS-THIS-CUSTOMER-NUM        PIC X(10) VALUE SPACES.
           03 WS-THIS-POLICY-NUM          PIC X(10) VALUE SPACES.

      * Commission rate lookup.
       01  WS-RATE-FIELDS.
           03 WS-POLICY-TYPE              PIC X     VALUE SPACE.
           03 WS-COMMISSION-PCT           PIC 9(2)V99 VALUE 0.
           03 WS-RATE-FOUND-SW            PIC X     VALUE 'N'.
              88 WS-RATE-FOUND                      VALUE 'Y'.

      * Clawback working fields - see NOTES.
       01  WS-CLAWBACK-FIELDS.
           03 WQ-REQUEST-ID               PIC X(6)  VALUE SPACES.
           03 WQ-REVIEW-STATUS            PIC X     VALUE SPACE.
           03 WQ-DATE-ACTIONED            PIC X(8)  VALUE SPACES.
           03 WS-PRIOR-LOW                PIC 9(7)V99 VALUE 0.
           03 WS-MONTH-LOW-PREMIUM        PIC 9(7)V99 VALUE 0.
           03 WS-DECLINED-SW              PIC X     VALUE 'N'.
              88 WS-DECLINED-THIS-MONTH             VALUE 'Y'.
              88 WS-DECLINED-BEFORE                 VALUE 'B'.
       01  WS-NULL-INDICATORS.
           03 WQ-ACTIONED-IND             PIC S9(4) COMP VALUE 0.
           03 WS-PRIOR-LOW-IND            PIC S9(4) COMP VALUE 0.
           03 WS-MONTH-LOW-IND            PIC S9(4) COMP VALUE 0.

      * One statement line's money.
       01  WS-LINE-FIELDS.
           03 WS-LINE-PREMIUM             PIC 9(7)V99 VALUE 0.
           03 WS-LINE-COMMISSION          PIC 9(7)V99 VALUE 0.
           03 WS-LINE-TEXT                PIC X(44) VALUE SPACES.

      * The broker whose statement is being built.
       01  WS-BROKER-OPEN-SW              PIC X VALUE 'N'.
           88 WS-BROKER-OPEN                    VALUE 'Y'.
       01  WS-BROKER-TOTALS.
           03 WS-BRK-EARNED-COUNT         PIC 9(7)     VALUE 0.
           03 WS-BRK-CLAWBACK-COUNT       PIC 9(7)     VALUE 0.
           03 WS-BRK-EARNED               PIC 9(9)V99  COMP-3
                                                       VALUE 0.
           03 WS-BRK-CLAWED               PIC 9(9)V99  COMP-3
                                                       VALUE 0.
           03 WS-BRK-NET                  PIC 9(9)V99  COMP-3
                                                       VALUE 0.

       01  WS-RUN-TOTALS.
           03 WS-BROKER-COUNT             PIC 9(7)     VALUE 0.
           03 WS-NO-RATE-COUNT            PIC 9(7)     VALUE 0.
           03 WS-PAY-TOTAL                PIC 9(11)V99 COMP-3
                                                       VALUE 0.
           03 WS-RECOVER-TOTAL            PIC 9(11)V99 COMP-3
                                                       VALUE 0.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.
       01  WS-PREMIUM-DISP                PIC Z(6)9.99.
       01  WS-PREMIUM-DISP2               PIC Z(6)9.99.
       01  WS-PCT-DISP                    PIC Z9.99.
       01  WS-COMMISSION-DISP             PIC -(7)9.99.
       01  WS-MONEY-DISP                  PIC Z(10)9.99.
       01  WS-SQLCODE-DISP                PIC -(8)9.

           COPY SQLCA.

      * Earned lines: each broker's first accepted rating of a policy,
      * rated this month, and one rated before the month whose
      * reinsurance referral was put on risk (approved or resubmitted)
      * this month.  Clawback candidates: a broker's first accepted
      * rating of a policy, up to the end of the month, where the
      * policy was accepted at a lower premium this month or declined
      * by an underwriter this month.  A rating referred on LGUWRKQ
      * and not on risk by the month end neither earns nor claws back.
      * Earned before clawback within a broker ('E' sorts after 'C',
      * hence DESC).
           EXEC SQL
               DECLARE CMSCSR CURSOR FOR
                   SELECT B.BROKER_ID, 'E', B.CUSTOMER_NUM,
                          B.POLICY_NUM, B.REQUEST_ID, B.AUDIT_DATE,
                          B.PREMIUM
                     FROM LGRULAUD B
                    WHERE B.AUDIT_DATE BETWEEN :WS-MONTH-LOW
                                          AND :WS-MONTH-HIGH
                      AND B.AUDIT_SRCE = 'B'
                      AND B.BROKER_ID > ' '
                      AND B.HBR_COMPLETION_CODE = 0
                      AND B.RULE_MSG = ' '
                      AND SUBSTR(B.REQUEST_ID, 3, 4)
                              NOT IN ('MMOT', 'MHSE')
                      AND (SUBSTR(B.REQUEST_ID, 3, 4) <> 'AEND'
                           OR EXISTS
                              (SELECT 1
                                 FROM LGFUND F
                                WHERE F.FUND_NAME = B.FUND_NAME_OUT))
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGRULAUD E
                            WHERE E.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND E.POLICY_NUM = B.POLICY_NUM
                              AND E.AUDIT_SRCE = 'B'
                              AND E.BROKER_ID > ' '
                              AND E.HBR_COMPLETION_CODE = 0
                              AND E.RULE_MSG = ' '
                              AND SUBSTR(E.REQUEST_ID, 3, 4)
                                      NOT IN ('MMOT', 'MHSE')
                              AND E.AUDIT_DATE < B.AUDIT_DATE)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGUWRKQ Q
                            WHERE Q.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND Q.POLICY_NUM = B.POLICY_NUM
                              AND Q.REQUEST_ID = B.REQUEST_ID
                              AND Q.DATE_FLAGGED >=
                                  SUBSTR(B.AUDIT_DATE, 1, 4) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 6, 2) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 9, 2)
                              AND NOT (Q.REVIEW_STATUS IN ('A', 'R')
                                       AND Q.DATE_ACTIONED <=
                                           :WS-MONTH-HIGH-YMD))
                   UNION ALL
                   SELECT B.BROKER_ID, 'E', B.CUSTOMER_NUM,
                          B.POLICY_NUM, B.REQUEST_ID, B.AUDIT_DATE,
                          B.PREMIUM
                     FROM LGRULAUD B
                    WHERE B.AUDIT_DATE < :WS-MONTH-LOW
                      AND B.AUDIT_SRCE = 'B'
                      AND B.BROKER_ID > ' '
                      AND B.HBR_COMPLETION_CODE = 0
                      AND B.RULE_MSG = ' '
                      AND SUBSTR(B.REQUEST_ID, 3, 4)
                              NOT IN ('MMOT', 'MHSE')
                      AND (SUBSTR(B.REQUEST_ID, 3, 4) <> 'AEND'
                           OR EXISTS
                              (SELECT 1
                                 FROM LGFUND F
                                WHERE F.FUND_NAME = B.FUND_NAME_OUT))
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGRULAUD E
                            WHERE E.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND E.POLICY_NUM = B.POLICY_NUM
                              AND E.AUDIT_SRCE = 'B'
                              AND E.BROKER_ID > ' '
                              AND E.HBR_COMPLETION_CODE = 0
                              AND E.RULE_MSG = ' '
                              AND SUBSTR(E.REQUEST_ID, 3, 4)
                                      NOT IN ('MMOT', 'MHSE')
                              AND E.AUDIT_DATE < B.AUDIT_DATE)
                      AND EXISTS
                          (SELECT 1
                             FROM LGUWRKQ Q
                            WHERE Q.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND Q.POLICY_NUM = B.POLICY_NUM
                              AND Q.REQUEST_ID = B.REQUEST_ID
                              AND Q.DATE_FLAGGED >=
                                  SUBSTR(B.AUDIT_DATE, 1, 4) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 6, 2) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 9, 2)
                              AND Q.REVIEW_STATUS IN ('A', 'R')
                              AND Q.DATE_ACTIONED
                                  BETWEEN :WS-MONTH-LOW-YMD
                                      AND :WS-MONTH-HIGH-YMD)
                   UNION ALL
                   SELECT B.BROKER_ID, 'C', B.CUSTOMER_NUM,
                          B.POLICY_NUM, B.REQUEST_ID, B.AUDIT_DATE,
                          B.PREMIUM
                     FROM LGRULAUD B
                    WHERE B.AUDIT_DATE <= :WS-MONTH-HIGH
                      AND B.AUDIT_SRCE = 'B'
                      AND B.BROKER_ID > ' '
                      AND B.HBR_COMPLETION_CODE = 0
                      AND B.RULE_MSG = ' '
                      AND SUBSTR(B.REQUEST_ID, 3, 4)
                              NOT IN ('MMOT', 'MHSE')
                      AND (SUBSTR(B.REQUEST_ID, 3, 4) <> 'AEND'
                           OR EXISTS
                              (SELECT 1
                                 FROM LGFUND F
                                WHERE F.FUND_NAME = B.FUND_NAME_OUT))
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGRULAUD E
                            WHERE E.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND E.POLICY_NUM = B.POLICY_NUM
                              AND E.AUDIT_SRCE = 'B'
                              AND E.BROKER_ID > ' '
                              AND E.HBR_COMPLETION_CODE = 0
                              AND E.RULE_MSG = ' '
                              AND SUBSTR(E.REQUEST_ID, 3, 4)
                                      NOT IN ('MMOT', 'MHSE')
                              AND E.AUDIT_DATE < B.AUDIT_DATE)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGUWRKQ Q
                            WHERE Q.CUSTOMER_NUM = B.CUSTOMER_NUM
                              AND Q.POLICY_NUM = B.POLICY_NUM
                              AND Q.REQUEST_ID = B.REQUEST_ID
                              AND Q.DATE_FLAGGED >=
                                  SUBSTR(B.AUDIT_DATE, 1, 4) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 6, 2) CONCAT
                                  SUBSTR(B.AUDIT_DATE, 9, 2)
                              AND NOT (Q.REVIEW_STATUS IN ('A', 'R')
                                       AND Q.DATE_ACTIONED <=
                                           :WS-MONTH-HIGH-YMD))
                      AND (EXISTS
                           (SELECT 1
                              FROM LGRULAUD R
                             WHERE R.CUSTOMER_NUM = B.CUSTOMER_NUM
                               AND R.POLICY_NUM = B.POLICY_NUM
                               AND R.AUDIT_DATE BETWEEN :WS-MONTH-LOW
                                                   AND :WS-MONTH-HIGH
                               AND R.AUDIT_DATE >= B.AUDIT_DATE
                               AND R.HBR_COMPLETION_CODE = 0
                               AND R.RULE_MSG = ' '
                               AND R.PREMIUM > 0
                               AND SUBSTR(R.REQUEST_ID, 3, 4)
                                       NOT IN ('MMOT', 'MHSE')
                               AND COALESCE(R.AUDIT_SRCE, ' ') <> 'W'
                               AND R.PREMIUM < B.PREMIUM)
                           OR EXISTS
                           (SELECT 1
                              FROM LGUWRKQ Q
                             WHERE Q.CUSTOMER_NUM = B.CUSTOMER_NUM
                               AND Q.POLICY_NUM = B.POLICY_NUM
                               AND Q.REVIEW_STATUS = 'D'
                               AND SUBSTR(Q.REQUEST_ID, 3, 4)
                                       NOT IN ('MMOT', 'MHSE')
                               AND Q.DATE_ACTIONED
                                   BETWEEN :WS-MONTH-LOW-YMD
                                       AND :WS-MONTH-HIGH-YMD))
                    ORDER BY 1, 2 DESC, 3, 4
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-STATEMENT-PARM
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT PAYMENT-OUT-FILE
           EXEC SQL OPEN CMSCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-STATEMENT-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE CMSCSR END-EXEC
               IF WS-BROKER-OPEN
                   PERFORM FINISH-BROKER-STATEMENT
               END-IF
           END-IF
           PERFORM WRITE-PAYMENT-TRAILER
           PERFORM WRITE-RUN-TOTALS
           CLOSE PRINT-FILE
           CLOSE PAYMENT-OUT-FILE
           IF WS-NO-RATE-COUNT > 0
              AND RETURN-CODE EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *================================================================*
      * Read and edit the statement-month parameter - anything not in  *
      * strict yyyy-mm form fails the run before DB2 is touched.       *
      *================================================================*
       READ-STATEMENT-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               DISPLAY 'LGBRCOM1 NO STATEMENT MONTH PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PA-STATEMENT-MONTH TO WS-STATEMENT-MONTH
           IF WS-STATEMENT-MONTH(1:4) NOT NUMERIC
              OR WS-STATEMENT-MONTH(5:1) NOT EQUAL '-'
              OR WS-STATEMENT-MONTH(6:2) NOT NUMERIC
              OR WS-STATEMENT-MONTH(6:2) < '01'
              OR WS-STATEMENT-MONTH(6:2) > '12'
               DISPLAY 'LGBRCOM1 STATEMENT MONTH NOT YYYY-MM: '
                       WS-STATEMENT-MONTH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           STRING WS-STATEMENT-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-MONTH-LOW
           END-STRING
           STRING WS-STATEMENT-MONTH '-31'
                  DELIMITED BY SIZE INTO WS-MONTH-HIGH
           END-STRING
           STRING WS-STATEMENT-MONTH(1:4) WS-STATEMENT-MONTH(6:2) '01'
                  DELIMITED BY SIZE INTO WS-MONTH-LOW-YMD
           END-STRING
           STRING WS-STATEMENT-MONTH(1:4) WS-STATEMENT-MONTH(6:2) '31'
                  DELIMITED BY SIZE INTO WS-MONTH-HIGH-YMD
           END-STRING.
           EXIT.

      *================================================================*
      * One statement row: close off the previous broker's statement   *
      * on a change of broker, then price the line.                    *
      *================================================================*
       FETCH-STATEMENT-ROW.
           EXEC SQL
               FETCH CMSCSR
                INTO :SR-BROKER-ID, :SR-LINE-TYPE,
                     :SR-CUSTOMER-NUM, :SR-POLICY-NUM,
                     :SR-REQUEST-ID, :SR-AUDIT-DATE,
                     :SR-PREMIUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
               IF WS-BROKER-OPEN
                  AND SR-BROKER-ID NOT EQUAL WS-PREV-BROKER-ID
                   PERFORM FINISH-BROKER-STATEMENT
               END-IF
               IF NOT WS-BROKER-OPEN
                   PERFORM START-BROKER-STATEMENT
               END-IF
               MOVE SR-BROKER-ID TO WS-THIS-BROKER-ID
               MOVE SR-LINE-TYPE TO WS-THIS-LINE-TYPE
               MOVE SR-CUSTOMER-NUM TO WS-THIS-CUSTOMER-NUM
               MOVE SR-POLICY-NUM TO WS-THIS-POLICY-NUM
               IF WS-THIS-ROW-KEY NOT EQUAL WS-PREV-ROW-KEY
                   MOVE WS-THIS-ROW-KEY TO WS-PREV-ROW-KEY
                   PERFORM LOOKUP-COMMISSION-RATE
                   IF SR-EARNED
                       PERFORM WRITE-EARNED-LINE
                   ELSE
                       PERFORM WRITE-CLAWBACK-LINES
                   END-IF
               END-IF
           END-IF.
           EXIT.

       START-BROKER-STATEMENT.
           MOVE 'Y' TO WS-BROKER-OPEN-SW
           INITIALIZE WS-BROKER-TOTALS
           MOVE SPACES TO WS-PREV-ROW-KEY
           MOVE SR-BROKER-ID TO WS-PREV-BROKER-ID
           STRING 'BROKER COMMISSION STATEMENT - LGBRCOM1 - BROKER '
                  SR-BROKER-ID '  MONTH ' WS-STATEMENT-MONTH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE '  CUSTOMER    POLICY      REQUEST  RATED          PREMI
      -         'UM   RATE   COMMISSION' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * The broker's rate for the policy type the request id names.    *
      *================================================================*
       LOOKUP-COMMISSION-RATE.
           EVALUATE SR-REQUEST-ID(3:4)
               WHEN 'AEND'
                   MOVE 'E' TO WS-POLICY-TYPE
               WHEN 'AHSE'
                   MOVE 'H' TO WS-POLICY-TYPE
               WHEN 'AMOT'
                   MOVE 'M' TO WS-POLICY-TYPE
               WHEN 'ACOM'
                   MOVE 'C' TO WS-POLICY-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-POLICY-TYPE
           END-EVALUATE
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-COMMISSION-PCT
           EXEC SQL
               SELECT COMMISSION_PCT
                 INTO :WS-COMMISSION-PCT
                 FROM LGBRCOMR
                WHERE BROKER_ID = :SR-BROKER-ID
                  AND POLICY_TYPE = :WS-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET WS-RATE-FOUND TO TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO WS-COMMISSION-PCT
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE
      * The lookup's SQLCODE must not end the statement cursor loop.
           MOVE ZERO TO SQLCODE.
           EXIT.

      *================================================================*
      * Commission earned on a policy the broker sent this month.      *
      *================================================================*
       WRITE-EARNED-LINE.
           MOVE SR-PREMIUM TO WS-LINE-PREMIUM
           IF WS-RATE-FOUND
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                       WS-LINE-PREMIUM * WS-COMMISSION-PCT / 100
               MOVE SPACES TO WS-LINE-TEXT
               ADD 1 TO WS-BRK-EARNED-COUNT
               ADD WS-LINE-COMMISSION TO WS-BRK-EARNED
           ELSE
               MOVE ZERO TO WS-LINE-COMMISSION
               MOVE 'NO COMMISSION RATE - NOT PAID' TO WS-LINE-TEXT
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           PERFORM WRITE-STATEMENT-LINE.
           EXIT.

      *================================================================*
      * Clawbacks on a policy the broker sent - see NOTES.  The lowest *
      * premium before the month starts from the broker's own; a       *
      * re-rate this month below it claws back the difference, and a   *
      * decline this month claws back whatever is left.                *
      *================================================================*
       WRITE-CLAWBACK-LINES.
           PERFORM GET-REVIEW-DISPOSITION
           IF NOT WS-DECLINED-BEFORE
               PERFORM GET-LOWEST-PREMIUMS
               IF WS-MONTH-LOW-PREMIUM < WS-PRIOR-LOW
                   COMPUTE WS-LINE-PREMIUM =
                           WS-PRIOR-LOW - WS-MONTH-LOW-PREMIUM
                   MOVE WS-PRIOR-LOW TO WS-PREMIUM-DISP
                   MOVE WS-MONTH-LOW-PREMIUM TO WS-PREMIUM-DISP2
                   MOVE SPACES TO WS-LINE-TEXT
                   STRING 'CLAWBACK - RE-RATED ' WS-PREMIUM-DISP
                          ' TO ' WS-PREMIUM-DISP2
                          DELIMITED BY SIZE INTO WS-LINE-TEXT
                   END-STRING
                   PERFORM PRICE-CLAWBACK-LINE
                   MOVE WS-MONTH-LOW-PREMIUM TO WS-PRIOR-LOW
               END-IF
               IF WS-DECLINED-THIS-MONTH
                  AND WS-PRIOR-LOW > ZERO
                   MOVE WS-PRIOR-LOW TO WS-LINE-PREMIUM
                   MOVE 'CLAWBACK - DECLINED BY UNDERWRITER'
                        TO WS-LINE-TEXT
                   PERFORM PRICE-CLAWBACK-LINE
               END-IF
           END-IF
           MOVE ZERO TO SQLCODE.
           EXIT.

       PRICE-CLAWBACK-LINE.
           IF WS-RATE-FOUND
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                       WS-LINE-PREMIUM * WS-COMMISSION-PCT / 100
               ADD 1 TO WS-BRK-CLAWBACK-COUNT
               ADD WS-LINE-COMMISSION TO WS-BRK-CLAWED
           ELSE
               MOVE ZERO TO WS-LINE-COMMISSION
               MOVE 'NO COMMISSION RATE - CLAWBACK NOT TAKEN'
                    TO WS-LINE-TEXT
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           PERFORM WRITE-STATEMENT-LINE.
           EXIT.

      * The policy's LGUWRKQ row, if it has one - declined this month,
      * declined before this month, or neither.  A row for a mid-term
      * adjustment's referral says nothing about the new business.
       GET-REVIEW-DISPOSITION.
           MOVE 'N' TO WS-DECLINED-SW
           EXEC SQL
               SELECT REQUEST_ID, REVIEW_STATUS, DATE_ACTIONED
                 INTO :WQ-REQUEST-ID, :WQ-REVIEW-STATUS,
                      :WQ-DATE-ACTIONED :WQ-ACTIONED-IND
                 FROM LGUWRKQ
                WHERE CUSTOMER_NUM = :SR-CUSTOMER-NUM
                  AND POLICY_NUM = :SR-POLICY-NUM
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   IF WQ-ACTIONED-IND < 0
                       MOVE SPACES TO WQ-DATE-ACTIONED
                   END-IF
                   IF WQ-REVIEW-STATUS EQUAL 'D'
                      AND WQ-REQUEST-ID(3:4) NOT EQUAL 'MMOT'
                      AND WQ-REQUEST-ID(3:4) NOT EQUAL 'MHSE'
                       IF WQ-DATE-ACTIONED < WS-MONTH-LOW-YMD
                           SET WS-DECLINED-BEFORE TO TRUE
                       ELSE
                           IF WQ-DATE-ACTIONED
                              NOT GREATER WS-MONTH-HIGH-YMD
                               SET WS-DECLINED-THIS-MONTH TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      * Lowest accepted premium from the broker's rating up to the
      * start of the month (never above the broker's own), and the
      * lowest within the month (the prior low when there is none).
       GET-LOWEST-PREMIUMS.
           EXEC SQL
               SELECT MIN(PREMIUM)
                 INTO :WS-PRIOR-LOW :WS-PRIOR-LOW-IND
                 FROM LGRULAUD
                WHERE CUSTOMER_NUM = :SR-CUSTOMER-NUM
                  AND POLICY_NUM = :SR-POLICY-NUM
                  AND AUDIT_DATE >= :SR-AUDIT-DATE
                  AND AUDIT_DATE < :WS-MONTH-LOW
                  AND HBR_COMPLETION_CODE = 0
                  AND RULE_MSG = ' '
                  AND PREMIUM > 0
                  AND SUBSTR(REQUEST_ID, 3, 4) NOT IN ('MMOT', 'MHSE')
                  AND COALESCE(AUDIT_SRCE, ' ') <> 'W'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
               MOVE -1 TO WS-PRIOR-LOW-IND
           END-IF
           IF WS-PRIOR-LOW-IND < 0
              OR WS-PRIOR-LOW > SR-PREMIUM
               MOVE SR-PREMIUM TO WS-PRIOR-LOW
           END-IF
           EXEC SQL
               SELECT MIN(PREMIUM)
                 INTO :WS-MONTH-LOW-PREMIUM :WS-MONTH-LOW-IND
                 FROM LGRULAUD
                WHERE CUSTOMER_NUM = :SR-CUSTOMER-NUM
                  AND POLICY_NUM = :SR-POLICY-NUM
                  AND AUDIT_DATE >= :SR-AUDIT-DATE
                  AND AUDIT_DATE BETWEEN :WS-MONTH-LOW
                                     AND :WS-MONTH-HIGH
                  AND HBR_COMPLETION_CODE = 0
                  AND RULE_MSG = ' '
                  AND PREMIUM > 0
                  AND SUBSTR(REQUEST_ID, 3, 4) NOT IN ('MMOT', 'MHSE')
                  AND COALESCE(AUDIT_SRCE, ' ') <> 'W'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
               MOVE -1 TO WS-MONTH-LOW-IND
           END-IF
           IF WS-MONTH-LOW-IND < 0
               MOVE WS-PRIOR-LOW TO WS-MONTH-LOW-PREMIUM
           END-IF.
           EXIT.

       WRITE-STATEMENT-LINE.
           MOVE WS-LINE-PREMIUM TO WS-PREMIUM-DISP
           MOVE WS-COMMISSION-PCT TO WS-PCT-DISP
           IF SR-CLAWBACK
               COMPUTE WS-COMMISSION-DISP = 0 - WS-LINE-COMMISSION
           ELSE
               MOVE WS-LINE-COMMISSION TO WS-COMMISSION-DISP
           END-IF
           STRING '  ' SR-CUSTOMER-NUM
                  '  ' SR-POLICY-NUM
                  '  ' SR-REQUEST-ID
                  '   ' SR-AUDIT-DATE
                  '  ' WS-PREMIUM-DISP
                  '  ' WS-PCT-DISP
                  '  ' WS-COMMISSION-DISP
                  '  ' WS-LINE-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Close off a broker's statement: totals, the net to pay or      *
      * recover, and the broker's payment record.                      *
      *================================================================*
       FINISH-BROKER-STATEMENT.
           MOVE 'N' TO WS-BROKER-OPEN-SW
           ADD 1 TO WS-BROKER-COUNT
           MOVE SPACES TO COMMISSION-PAYMENT-RECORD
           SET CP-PAYMENT TO TRUE
           MOVE WS-PREV-BROKER-ID TO CP-BROKER-ID
           MOVE WS-STATEMENT-MONTH TO CP-STATEMENT-MONTH
           MOVE WS-BRK-EARNED-COUNT TO CP-EARNED-COUNT
           MOVE WS-BRK-CLAWBACK-COUNT TO CP-CLAWBACK-COUNT
           MOVE WS-BRK-EARNED TO CP-COMMISSION-EARNED
           MOVE WS-BRK-CLAWED TO CP-COMMISSION-CLAWED
           IF WS-BRK-CLAWED > WS-BRK-EARNED
               COMPUTE WS-BRK-NET = WS-BRK-CLAWED - WS-BRK-EARNED
               SET CP-RECOVER-FROM-BROKER TO TRUE
               ADD WS-BRK-NET TO WS-RECOVER-TOTAL
           ELSE
               COMPUTE WS-BRK-NET = WS-BRK-EARNED - WS-BRK-CLAWED
               SET CP-PAY-BROKER TO TRUE
               ADD WS-BRK-NET TO WS-PAY-TOTAL
           END-IF
           MOVE WS-BRK-NET TO CP-NET-AMOUNT
           WRITE COMMISSION-PAYMENT-RECORD
           PERFORM WRITE-BLANK-LINE
           MOVE WS-BRK-EARNED-COUNT TO WS-COUNT-DISP
           MOVE WS-BRK-EARNED TO WS-MONEY-DISP
           STRING '  COMMISSION EARNED   ' WS-COUNT-DISP
                  ' POLICIES  ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BRK-CLAWBACK-COUNT TO WS-COUNT-DISP
           MOVE WS-BRK-CLAWED TO WS-MONEY-DISP
           STRING '  CLAWBACKS           ' WS-COUNT-DISP
                  ' LINES     ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BRK-NET TO WS-MONEY-DISP
           IF CP-RECOVER-FROM-BROKER
               STRING '  NET TO RECOVER FROM BROKER      ' WS-MONEY-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  NET PAYABLE TO BROKER           ' WS-MONEY-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-PAYMENT-TRAILER.
           MOVE SPACES TO COMMISSION-PAYMENT-TRAILER
           SET CP-TRAILER TO TRUE
           MOVE WS-STATEMENT-MONTH TO PT-STATEMENT-MONTH
           MOVE WS-BROKER-COUNT TO PT-BROKER-COUNT
           MOVE WS-PAY-TOTAL TO PT-PAY-TOTAL
           MOVE WS-RECOVER-TOTAL TO PT-RECOVER-TOTAL
           WRITE COMMISSION-PAYMENT-RECORD.
           EXIT.

       WRITE-RUN-TOTALS.
           STRING 'COMMISSION RUN TOTALS - MONTH ' WS-STATEMENT-MONTH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BROKER-COUNT TO WS-COUNT-DISP
           STRING 'BROKER STATEMENTS     ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAY-TOTAL TO WS-MONEY-DISP
           STRING 'TOTAL PAYABLE         ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RECOVER-TOTAL TO WS-MONEY-DISP
           STRING 'TOTAL TO RECOVER      ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISP
           STRING 'LINES WITH NO RATE    ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
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
           DISPLAY 'LGBRCOM1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'STATEMENTS INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.
