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
      *          Monthly Reinsurance Cession Bordereau                 *
      *                                                                *
      *   Adds up the endowment sum assured in force on each life      *
      *   assured at the end of a month and, for every life over the   *
      *   retention limit held on LGRICFG, tells the reinsurer how     *
      *   much we cede and the ceded share of the premium - a          *
      *   bordereau file for the reinsurer to load and a printed       *
      *   summary for reinsurance accounts.  Lives over the            *
      *   facultative limit are flagged: LGAPBR01, LGBRBAT1 and        *
      *   LGRNBAT1 refer those to the underwriters (LGUWRKQ reason     *
      *   '3'), so one appearing here has been approved.               *
      *                                                                *
      * INPUT:                                                         *
      *   RIBPARM - optional single record carrying the bordereau      *
      *             month as yyyy-mm in columns 1-7; missing or blank  *
      *             takes last month (a month is given to re-run one)  *
      *                                                                *
      * OUTPUT:                                                        *
      *   BORDFL  - bordereau file (COPY LGRIBDX) - header, one        *
      *             detail per ceded life, count/total trailer         *
      *   PRTFILE - formatted 132-column summary of the same           *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - bordereau produced                                       *
      *   8 - parameter invalid, no treaty limits set, or DB2 error -  *
      *       see SYSOUT                                               *
      *                                                                *
      * NOTES:                                                         *
      *  A policy is in force at the month end on the same terms the   *
      *  retention check in the writers adds it up: its latest         *
      *  accepted endowment add or renewal (AEND/REND, HBRRULE         *
      *  completed, no ruleset message, not a web quote) dated on or   *
      *  before the month end, counted once at that rating's sum       *
      *  assured - so a renewal SWITCH or a fund-closure re-rate       *
      *  replaces the policy's earlier sum assured rather than adding  *
      *  to it.  A policy the underwriters declined is not in force,   *
      *  and one still referred (PENDING, CLAIMED or awaiting a        *
      *  second signature) is not on risk yet and waits for the        *
      *  bordereau after its approval.                                 *
      *                                                                *
      *  The premium ceded from is the annual premium of that rating,  *
      *  or where the rating was referred and carries none, the        *
      *  premium the underwriter approved it at (DISP_PREMIUM).        *
      *  Lives are matched on LGRULAUD.LIFE_ASSURED as the writers     *
      *  upper-case it; ratings audited before the column was added    *
      *  carry no life and are not counted.                            *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIBDX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN-FILE ASSIGN TO RIBPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT BORDEREAU-OUT-FILE ASSIGN TO BORDFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-BORDEREAU-MONTH       PIC X(7).
           03 FILLER                   PIC X(73).

       FD  BORDEREAU-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGRIBDX.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * Bordereau month, the AUDIT_DATE it is in force at, and the
      * run date stamped on the header.
       01  WS-MONTH-FIELDS.
           03 WS-BORDEREAU-MONTH          PIC X(7)  VALUE SPACES.
           03 WS-MONTH-END                PIC X(10) VALUE SPACES.
           03 WS-RUN-DATE-YMD             PIC X(8)  VALUE SPACES.
           03 WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
           03 WS-PRIOR-YEAR               PIC 9(4)  VALUE 0.
           03 WS-PRIOR-MONTH              PIC 9(2)  VALUE 0.

      * Treaty limits from LGRICFG.
       01  WS-TREATY-LIMITS.
           03 WS-RI-RETENTION-LIMIT       PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-RI-FACULTATIVE-LIMIT     PIC S9(9)V99 COMP-3 VALUE +0.

      * Host variables for one in-force policy.
       01  WS-POLICY-ROW.
           03 BX-LIFE-ASSURED             PIC X(30).
           03 BX-CUSTOMER-NUM             PIC X(10).
           03 BX-POLICY-NUM               PIC X(10).
           03 BX-SUM-ASSURED              PIC S9(7)V99 COMP-3.
           03 BX-PREMIUM                  PIC S9(7)V99 COMP-3.
           03 BX-DISP-PREMIUM             PIC S9(7)V99 COMP-3.

      * The life being added up across its policies.
       01  WS-LIFE-OPEN-SW                PIC X VALUE 'N'.
           88 WS-LIFE-OPEN                      VALUE 'Y'.
       01  WS-LIFE-FIELDS.
           03 WS-LIFE-ASSURED             PIC X(30) VALUE SPACES.
           03 WS-LIFE-POLICY-COUNT        PIC 9(3)  VALUE 0.
           03 WS-LIFE-SUM-ASSURED         PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           03 WS-LIFE-PREMIUM             PIC S9(9)V99  COMP-3
                                                    VALUE +0.
           03 WS-LIFE-CEDED-SUM           PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           03 WS-LIFE-CEDED-PREMIUM       PIC S9(9)V99  COMP-3
                                                    VALUE +0.
           03 WS-LIFE-OVER-FAC-SW         PIC X     VALUE 'N'.
              88 WS-LIFE-OVER-FAC                   VALUE 'Y'.

       01  WS-RUN-TOTALS.
           03 WS-POLICY-COUNT             PIC 9(7)     VALUE 0.
           03 WS-LIFE-COUNT               PIC 9(7)     VALUE 0.
           03 WS-CEDED-LIFE-COUNT         PIC 9(7)     VALUE 0.
           03 WS-OVER-FAC-COUNT           PIC 9(7)     VALUE 0.
           03 WS-SUM-ASSURED-TOTAL        PIC 9(13)V99 COMP-3
                                                       VALUE 0.
           03 WS-CEDED-SUM-TOTAL          PIC 9(13)V99 COMP-3
                                                       VALUE 0.
           03 WS-PREMIUM-TOTAL            PIC 9(11)V99 COMP-3
                                                       VALUE 0.
           03 WS-CEDED-PREMIUM-TOTAL      PIC 9(11)V99 COMP-3
                                                       VALUE 0.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.
       01  WS-POLICY-COUNT-DISP           PIC ZZ9.
       01  WS-MONEY-DISP                  PIC Z(12)9.99.
       01  WS-SUM-DISP                    PIC Z(10)9.99.
       01  WS-RETAINED-DISP               PIC Z(8)9.99.
       01  WS-CEDED-DISP                  PIC Z(10)9.99.
       01  WS-PREMIUM-DISP                PIC Z(8)9.99.
       01  WS-CEDED-PREMIUM-DISP          PIC Z(8)9.99.
       01  WS-SQLCODE-DISP                PIC -(8)9.

           COPY SQLCA.

      * Every endowment in force at the month end with its life
      * assured, a life's policies together - see NOTES.  LGUWRKQ
      * holds one row per policy, so the approval joined is at most
      * one.
           EXEC SQL
               DECLARE BDXCSR CURSOR FOR
                   SELECT A.LIFE_ASSURED, A.CUSTOMER_NUM, A.POLICY_NUM,
                          MAX(A.SUM_ASSURED),
                          MAX(COALESCE(A.PREMIUM, 0)),
                          MAX(COALESCE(Q.DISP_PREMIUM, 0))
                     FROM LGRULAUD A
                          LEFT OUTER JOIN LGUWRKQ Q
                            ON Q.CUSTOMER_NUM = A.CUSTOMER_NUM
                           AND Q.POLICY_NUM = A.POLICY_NUM
                           AND Q.REVIEW_STATUS = 'A'
                    WHERE A.LIFE_ASSURED > ' '
                      AND SUBSTR(A.REQUEST_ID, 3, 4)
                              IN ('AEND', 'REND')
                      AND A.HBR_COMPLETION_CODE = 0
                      AND A.RULE_MSG = ' '
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND A.AUDIT_DATE =
                          (SELECT MAX(B.AUDIT_DATE)
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND SUBSTR(B.REQUEST_ID, 3, 4)
                                      IN ('AEND', 'REND')
                              AND B.HBR_COMPLETION_CODE = 0
                              AND B.RULE_MSG = ' '
                              AND COALESCE(B.AUDIT_SRCE, ' ') <> 'W'
                              AND B.AUDIT_DATE <= :WS-MONTH-END)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM LGUWRKQ R
                            WHERE R.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND R.POLICY_NUM = A.POLICY_NUM
                              AND R.REVIEW_STATUS IN ('P', 'C', 'W',
                                                      'D'))
                    GROUP BY A.LIFE_ASSURED, A.CUSTOMER_NUM,
                             A.POLICY_NUM
                    ORDER BY 1, 2, 3
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BORDEREAU-PARM
           PERFORM READ-TREATY-LIMITS
           OPEN OUTPUT BORDEREAU-OUT-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM WRITE-BORDEREAU-HEADER
           PERFORM REPORT-CEDED-LIVES
           PERFORM WRITE-BORDEREAU-TRAILER
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE BORDEREAU-OUT-FILE
           CLOSE PRINT-FILE
           GOBACK.

      *================================================================*
      * Read and edit the bordereau-month parameter.  No parameter (or *
      * a blank one) takes last month; anything else must be a strict  *
      * yyyy-mm month or the run fails before DB2 is touched.          *
      *================================================================*
       READ-BORDEREAU-PARM.
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YMD(1:4) '-'
                  WS-RUN-DATE-YMD(5:2) '-'
                  WS-RUN-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               MOVE SPACES TO PA-BORDEREAU-MONTH
           END-IF
           IF PA-BORDEREAU-MONTH EQUAL SPACES
               MOVE WS-RUN-DATE-YMD(1:4) TO WS-PRIOR-YEAR
               MOVE WS-RUN-DATE-YMD(5:2) TO WS-PRIOR-MONTH
               IF WS-PRIOR-MONTH EQUAL 1
                   MOVE 12 TO WS-PRIOR-MONTH
                   SUBTRACT 1 FROM WS-PRIOR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MONTH
               END-IF
               STRING WS-PRIOR-YEAR '-' WS-PRIOR-MONTH
                      DELIMITED BY SIZE INTO WS-BORDEREAU-MONTH
               END-STRING
           ELSE
               MOVE PA-BORDEREAU-MONTH TO WS-BORDEREAU-MONTH
               IF WS-BORDEREAU-MONTH(1:4) NOT NUMERIC
                  OR WS-BORDEREAU-MONTH(5:1) NOT EQUAL '-'
                  OR WS-BORDEREAU-MONTH(6:2) NOT NUMERIC
                  OR WS-BORDEREAU-MONTH(6:2) < '01'
                  OR WS-BORDEREAU-MONTH(6:2) > '12'
                   DISPLAY 'LGRIBDX1 BORDEREAU MONTH NOT YYYY-MM: '
                           WS-BORDEREAU-MONTH
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * AUDIT_DATE is ISO, so day 31 closes any month.
           STRING WS-BORDEREAU-MONTH '-31'
                  DELIMITED BY SIZE INTO WS-MONTH-END
           END-STRING.
           EXIT.

      *================================================================*
      * The retention and facultative limits the bordereau is cut at.  *
      * With no limits set there is nothing to cede against.           *
      *================================================================*
       READ-TREATY-LIMITS.
           EXEC SQL
               SELECT RETENTION_LIMIT, FACULTATIVE_LIMIT
                 INTO :WS-RI-RETENTION-LIMIT,
                      :WS-RI-FACULTATIVE-LIMIT
                 FROM LGRICFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                AND WS-RI-RETENTION-LIMIT > ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL ZERO
               WHEN SQLCODE EQUAL 100
                   DISPLAY 'LGRIBDX1 NO TREATY LIMITS SET ON LGRICFG'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY 'LGRIBDX1 DB2 ERROR ON LGRICFG SQLCODE='
                           WS-SQLCODE-DISP
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Add up each life's in-force policies.  A life's policies       *
      * arrive together; each life is settled - ceded or retained -    *
      * when the next life's first policy (or the end of the cursor)   *
      * shows its last policy has been seen.                           *
      *================================================================*
       REPORT-CEDED-LIVES.
           MOVE 'LIVES OVER RETENTION' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  LIFE ASSURED                    POLICIES     SUM ASSU
      -         'RED      RETAINED           CEDED       PREMIUM    CEDE
      -         'D PREM' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN BDXCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-POLICY-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE BDXCSR END-EXEC
               IF WS-LIFE-OPEN
                   PERFORM SETTLE-LIFE
               END-IF
           END-IF
           IF WS-CEDED-LIFE-COUNT EQUAL ZERO
               MOVE '  (NONE)' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       FETCH-POLICY-ROW.
           EXEC SQL
               FETCH BDXCSR
                INTO :BX-LIFE-ASSURED, :BX-CUSTOMER-NUM,
                     :BX-POLICY-NUM, :BX-SUM-ASSURED,
                     :BX-PREMIUM, :BX-DISP-PREMIUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-POLICY-COUNT
               IF BX-PREMIUM NOT > ZERO
                   MOVE BX-DISP-PREMIUM TO BX-PREMIUM
               END-IF
               IF WS-LIFE-OPEN
                  AND BX-LIFE-ASSURED NOT EQUAL WS-LIFE-ASSURED
                   PERFORM SETTLE-LIFE
               END-IF
               IF NOT WS-LIFE-OPEN
                   PERFORM START-LIFE
               END-IF
               ADD 1 TO WS-LIFE-POLICY-COUNT
               ADD BX-SUM-ASSURED TO WS-LIFE-SUM-ASSURED
               ADD BX-PREMIUM TO WS-LIFE-PREMIUM
           END-IF.
           EXIT.

       START-LIFE.
           MOVE 'Y' TO WS-LIFE-OPEN-SW
           ADD 1 TO WS-LIFE-COUNT
           MOVE BX-LIFE-ASSURED TO WS-LIFE-ASSURED
           MOVE ZERO TO WS-LIFE-POLICY-COUNT
           MOVE ZERO TO WS-LIFE-SUM-ASSURED
           MOVE ZERO TO WS-LIFE-PREMIUM.
           EXIT.

      *================================================================*
      * Cede the excess of a life over the retention, with the same    *
      * share of its premium, to the bordereau and the summary.        *
      *================================================================*
       SETTLE-LIFE.
           MOVE 'N' TO WS-LIFE-OPEN-SW
           IF WS-LIFE-SUM-ASSURED > WS-RI-RETENTION-LIMIT
               COMPUTE WS-LIFE-CEDED-SUM =
                   WS-LIFE-SUM-ASSURED - WS-RI-RETENTION-LIMIT
               COMPUTE WS-LIFE-CEDED-PREMIUM ROUNDED =
                   WS-LIFE-PREMIUM * WS-LIFE-CEDED-SUM
                   / WS-LIFE-SUM-ASSURED
               IF WS-RI-FACULTATIVE-LIMIT > ZERO
                  AND WS-LIFE-SUM-ASSURED > WS-RI-FACULTATIVE-LIMIT
                   MOVE 'Y' TO WS-LIFE-OVER-FAC-SW
                   ADD 1 TO WS-OVER-FAC-COUNT
               ELSE
                   MOVE 'N' TO WS-LIFE-OVER-FAC-SW
               END-IF
               ADD 1 TO WS-CEDED-LIFE-COUNT
               ADD WS-LIFE-SUM-ASSURED TO WS-SUM-ASSURED-TOTAL
               ADD WS-LIFE-CEDED-SUM TO WS-CEDED-SUM-TOTAL
               ADD WS-LIFE-PREMIUM TO WS-PREMIUM-TOTAL
               ADD WS-LIFE-CEDED-PREMIUM TO WS-CEDED-PREMIUM-TOTAL
               PERFORM WRITE-BORDEREAU-DETAIL
               PERFORM WRITE-CEDED-LIFE-LINE
           END-IF.
           EXIT.

       WRITE-BORDEREAU-DETAIL.
           MOVE SPACES TO BORDEREAU-RECORD
           SET RB-DETAIL TO TRUE
           MOVE WS-BORDEREAU-MONTH TO RB-BORDEREAU-MONTH
           MOVE WS-LIFE-ASSURED TO RB-LIFE-ASSURED
           MOVE WS-LIFE-POLICY-COUNT TO RB-POLICY-COUNT
           MOVE WS-LIFE-SUM-ASSURED TO RB-SUM-ASSURED
           MOVE WS-RI-RETENTION-LIMIT TO RB-RETAINED-SUM
           MOVE WS-LIFE-CEDED-SUM TO RB-CEDED-SUM
           MOVE WS-LIFE-PREMIUM TO RB-PREMIUM
           MOVE WS-LIFE-CEDED-PREMIUM TO RB-CEDED-PREMIUM
           MOVE WS-LIFE-OVER-FAC-SW TO RB-OVER-FAC-LIMIT
           WRITE BORDEREAU-RECORD.
           EXIT.

       WRITE-CEDED-LIFE-LINE.
           MOVE WS-LIFE-POLICY-COUNT TO WS-POLICY-COUNT-DISP
           MOVE WS-LIFE-SUM-ASSURED TO WS-SUM-DISP
           MOVE WS-RI-RETENTION-LIMIT TO WS-RETAINED-DISP
           MOVE WS-LIFE-CEDED-SUM TO WS-CEDED-DISP
           MOVE WS-LIFE-PREMIUM TO WS-PREMIUM-DISP
           MOVE WS-LIFE-CEDED-PREMIUM TO WS-CEDED-PREMIUM-DISP
           STRING '  ' WS-LIFE-ASSURED
                  '       ' WS-POLICY-COUNT-DISP
                  '  ' WS-SUM-DISP
                  '  ' WS-RETAINED-DISP
                  '  ' WS-CEDED-DISP
                  '  ' WS-PREMIUM-DISP
                  '  ' WS-CEDED-PREMIUM-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-LIFE-OVER-FAC
               MOVE 'FACULTATIVE' TO WS-REPORT-LINE(121:11)
           END-IF
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Bordereau header and trailer.                                  *
      *================================================================*
       WRITE-BORDEREAU-HEADER.
           MOVE SPACES TO BORDEREAU-HEADER
           SET RB-HEADER TO TRUE
           MOVE WS-BORDEREAU-MONTH TO RH-BORDEREAU-MONTH
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE
           MOVE WS-RI-RETENTION-LIMIT TO RH-RETENTION-LIMIT
           MOVE WS-RI-FACULTATIVE-LIMIT TO RH-FACULTATIVE-LIMIT
           WRITE BORDEREAU-RECORD.
           EXIT.

       WRITE-BORDEREAU-TRAILER.
           MOVE SPACES TO BORDEREAU-TRAILER
           SET RB-TRAILER TO TRUE
           MOVE WS-BORDEREAU-MONTH TO RT-BORDEREAU-MONTH
           MOVE WS-CEDED-LIFE-COUNT TO RT-LIFE-COUNT
           MOVE WS-OVER-FAC-COUNT TO RT-OVER-FAC-COUNT
           MOVE WS-SUM-ASSURED-TOTAL TO RT-SUM-ASSURED-TOTAL
           MOVE WS-CEDED-SUM-TOTAL TO RT-CEDED-SUM-TOTAL
           MOVE WS-PREMIUM-TOTAL TO RT-PREMIUM-TOTAL
           MOVE WS-CEDED-PREMIUM-TOTAL TO RT-CEDED-PREMIUM-TOTAL
           WRITE BORDEREAU-RECORD.
           EXIT.

      *================================================================*
      * Summary totals - the bordereau trailer in print, and the       *
      * in-force business it was cut from.                             *
      *================================================================*
       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-POLICY-COUNT TO WS-COUNT-DISP
           STRING '  IN-FORCE ENDOWMENTS READ     ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LIFE-COUNT TO WS-COUNT-DISP
           STRING '  LIVES ASSURED                ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CEDED-LIFE-COUNT TO WS-COUNT-DISP
           STRING '  LIVES OVER RETENTION         ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVER-FAC-COUNT TO WS-COUNT-DISP
           STRING '  OF WHICH OVER FACULTATIVE    ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUM-ASSURED-TOTAL TO WS-MONEY-DISP
           STRING '  SUM ASSURED ON CEDED LIVES   ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CEDED-SUM-TOTAL TO WS-MONEY-DISP
           STRING '  SUM ASSURED CEDED            ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-TOTAL TO WS-MONEY-DISP
           STRING '  PREMIUM ON CEDED LIVES       ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CEDED-PREMIUM-TOTAL TO WS-MONEY-DISP
           STRING '  PREMIUM CEDED                ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'LGRIBDX1 BORDEREAU ' WS-BORDEREAU-MONTH
                   ' LIVES CEDED: ' WS-CEDED-LIFE-COUNT.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'MONTHLY REINSURANCE CESSION BORDEREAU - '
                  WS-BORDEREAU-MONTH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RI-RETENTION-LIMIT TO WS-RETAINED-DISP
           MOVE WS-RI-FACULTATIVE-LIMIT TO WS-PREMIUM-DISP
           STRING 'RETENTION LIMIT ' WS-RETAINED-DISP
                  '   FACULTATIVE LIMIT ' WS-PREMIUM-DISP
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
           DISPLAY 'LGRIBDX1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'BORDEREAU INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.
