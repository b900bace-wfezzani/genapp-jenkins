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
      *           Ruleset Replay - Candidate Version Impact            *
      *                                                                *
      *   Re-drives a period of historical rating decisions through a  *
      *   named ruleset version and reports what that version would    *
      *   have done differently - funds it would have recommended      *
      *   instead, premiums it would have raised or cut (in money and  *
      *   in percentage bands), and requests it would have refused.    *
      *   Shadow mode (LGSHCFG1/LGRULSHD) only sees live endowment     *
      *   adds as they arrive; this gives actuarial the picture for    *
      *   every policy type, from history, before a version is ever    *
      *   shadowed.                                                    *
      *                                                                *
      * INPUT:                                                         *
      *   RPLPARM - single record:                                     *
      *               cols  1-10  from date   yyyy-mm-dd               *
      *               cols 12-21  to date     yyyy-mm-dd               *
      *               col  23     policy type E, H, M, C or * for all  *
      *               cols 25-26  ruleset version to replay, 01-99     *
      *               col  28     source - L LGRULAUD, A archive, B    *
      *                           both                                 *
      *   ARCHIN  - LGAUARC1 archive records (COPY LGRAUDA), read when *
      *             the source is A or B - optional                    *
      *                                                                *
      * OUTPUT:                                                        *
      *   PRTFILE - formatted 132-column impact report                 *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - replay complete                                          *
      *   4 - replay complete, but some requests could not be          *
      *       replayed (rule call failed) or the fund list could not   *
      *       be loaded - see the report                               *
      *   8 - parameter missing/invalid, DB2 error, or the rule        *
      *       execution server could not be reached - the report is    *
      *       incomplete                                               *
      *                                                                *
      * NOTES:                                                         *
      *  Read-only: nothing is written to LGRULAUD, LGUWRKQ or any     *
      *  other table, and the replayed answers go only to the report.  *
      *  The LGRULAUD cursor reads uncommitted (WITH UR) so it takes   *
      *  no locks against the online adds and broker loads inserting   *
      *  into the same table - it can run in the batch window beside   *
      *  live traffic.                                                 *
      *                                                                *
      *  Each decision is re-sent exactly as it was first rated: the   *
      *  audited term, sum assured and requested fund, under its own   *
      *  request type, with the replay version in place of the         *
      *  original nn prefix - so the ruleapp path is the policy type's *
      *  path with the same "_vNN" suffix LGAPBR01 and LGBRBAT1 use.   *
      *  Decisions whose original rule call failed carry no answer to  *
      *  compare against and are counted, not replayed.                *
      *                                                                *
      *  A decision was accepted when its rule message was blank, and  *
      *  refused otherwise.  Premium changes are measured only where   *
      *  both versions accepted and both priced the policy - ratings   *
      *  made before the ruleset returned a premium audit zero and     *
      *  are counted as not comparable.  An endowment recommendation   *
      *  is also checked against the funds in force today (LGFUND).    *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - Replay mid-term adjustments ("nnMHSE"/"nnMMOT")  *
      *               with the house/motor ratings they re-rate.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRLRPL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE  ASSIGN TO RPLPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-IN-FILE ASSIGN TO ARCHIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-DATE-FROM             PIC X(10).
           03 FILLER                   PIC X.
           03 PA-DATE-TO               PIC X(10).
           03 FILLER                   PIC X.
           03 PA-POLICY-TYPE           PIC X.
           03 FILLER                   PIC X.
           03 PA-VERSION               PIC X(2).
           03 FILLER                   PIC X.
           03 PA-SOURCE                PIC X.
           03 FILLER                   PIC X(52).

       FD  ARCH-IN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY LGRAUDA.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * The replay selection, from RPLPARM.  The policy type becomes
      * the one or two request types (TTTT of nnTTTT) that carry it,
      * so the LGRULAUD cursor can select on them.
       01  WS-SELECTION-FIELDS.
           03 WS-DATE-FROM                PIC X(10) VALUE SPACES.
           03 WS-DATE-TO                  PIC X(10) VALUE SPACES.
           03 WS-SEL-POLICY-TYPE          PIC X     VALUE SPACE.
              88 WS-SEL-TYPE-VALID                  VALUE 'E' 'H'
                                                          'M' 'C'
                                                          '*'.
           03 WS-SEL-ALL-SW               PIC X     VALUE 'N'.
              88 WS-SEL-ALL-TYPES                   VALUE 'Y'.
           03 WS-SEL-TYPE-1               PIC X(4)  VALUE SPACES.
           03 WS-SEL-TYPE-2               PIC X(4)  VALUE SPACES.
           03 WS-REPLAY-VERSION           PIC X(2)  VALUE SPACES.
           03 WS-REPLAY-VERSION-NUM       PIC 9(2)  VALUE ZERO.
           03 WS-VERSION-DISP             PIC Z9.
           03 WS-REPLAY-SOURCE            PIC X     VALUE SPACE.
              88 WS-SOURCE-VALID                    VALUE 'L' 'A' 'B'.
              88 WS-SOURCE-READS-TABLE              VALUE 'L' 'B'.
              88 WS-SOURCE-READS-ARCHIVE            VALUE 'A' 'B'.
           03 WS-SOURCE-NAME              PIC X(17) VALUE SPACES.

      * Policy types (the BI-POLICY-TYPE codes) and the names the
      * report prints - same table LGBLEXT1 keeps.
       01  WS-TYPE-VALUES.
           03 FILLER                      PIC X(13)
                          VALUE 'EENDOWMENT   '.
           03 FILLER                      PIC X(13)
                          VALUE 'HHOUSE       '.
           03 FILLER                      PIC X(13)
                          VALUE 'MMOTOR       '.
           03 FILLER                      PIC X(13)
                          VALUE 'CCOMMERCIAL  '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           03 WS-TYPE-ENTRY               OCCURS 4 TIMES.
              05 WS-TYPE-CODE             PIC X.
              05 WS-TYPE-NAME             PIC X(12).
       01  WS-TYPE-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-REQUEST-TYPE                PIC X(4)  VALUE SPACES.

      * The decision being replayed, from either source, as it was
      * first rated.
       01  WS-ORIGINAL-DECISION.
           03 OD-CUSTOMER-NUM             PIC X(10).
           03 OD-POLICY-NUM               PIC X(10).
           03 OD-REQUEST-ID               PIC X(6).
           03 OD-FUND-NAME-IN             PIC X(20).
           03 OD-POLICY-TERM              PIC 9(2).
           03 OD-SUM-ASSURED              PIC 9(7)V99.
           03 OD-FUND-NAME-OUT            PIC X(20).
           03 OD-RULE-MSG                 PIC X(80).
           03 OD-COMPLETION-CODE          PIC 9(5).
           03 OD-AUDIT-DATE               PIC X(10).
           03 OD-PREMIUM                  PIC 9(7)V99.

      * Host variables for one LGRULAUD row - same image LGAUARC1
      * unloads - and the null indicator for the premium column,
      * which dated rows written before it was added carry as null.
       01  WS-AUDIT-ROW.
           03 AU-CUSTOMER-NUM             PIC X(10).
           03 AU-POLICY-NUM               PIC X(10).
           03 AU-REQUEST-ID               PIC X(6).
           03 AU-FUND-NAME-IN             PIC X(20).
           03 AU-POLICY-TERM              PIC 9(2).
           03 AU-SUM-ASSURED              PIC 9(7)V99.
           03 AU-FUND-NAME-OUT            PIC X(20).
           03 AU-RULE-MSG                 PIC X(80).
           03 AU-HBR-COMPLETION-CODE      PIC 9(5).
           03 AU-AUDIT-DATE               PIC X(10).
           03 AU-PREMIUM                  PIC 9(7)V99.
       01  AU-PREMIUM-IND                 PIC S9(4) COMP VALUE 0.

      * How each side decided.
       01  WS-DECISION-SWITCHES.
           03 WS-ORIGINAL-ACCEPTED-SW     PIC X     VALUE 'N'.
              88 WS-ORIGINAL-ACCEPTED               VALUE 'Y'.
           03 WS-REPLAY-ACCEPTED-SW       PIC X     VALUE 'N'.
              88 WS-REPLAY-ACCEPTED                 VALUE 'Y'.
           03 WS-REPLAY-ABORTED-SW        PIC X     VALUE 'N'.
              88 WS-REPLAY-ABORTED                  VALUE 'Y'.

      * Run totals.
       01  WS-COUNTS.
           03 WS-TABLE-SELECTED-COUNT     PIC 9(9) VALUE 0.
           03 WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE 0.
           03 WS-ARCHIVE-SELECTED-COUNT   PIC 9(9) VALUE 0.
           03 WS-UNKNOWN-TYPE-COUNT       PIC 9(9) VALUE 0.
           03 WS-ORIGINAL-FAILED-COUNT    PIC 9(9) VALUE 0.
           03 WS-REPLAY-FAILED-COUNT      PIC 9(9) VALUE 0.
           03 WS-REPLAYED-COUNT           PIC 9(9) VALUE 0.
           03 WS-STILL-ACCEPTED-COUNT     PIC 9(9) VALUE 0.
           03 WS-NEWLY-REFUSED-COUNT      PIC 9(9) VALUE 0.
           03 WS-NEWLY-ACCEPTED-COUNT     PIC 9(9) VALUE 0.
           03 WS-STILL-REFUSED-COUNT      PIC 9(9) VALUE 0.
           03 WS-FUND-CHANGED-COUNT       PIC 9(9) VALUE 0.
           03 WS-FUND-NOT-IN-FORCE-COUNT  PIC 9(9) VALUE 0.
           03 WS-PREMIUM-SAME-COUNT       PIC 9(9) VALUE 0.
           03 WS-PREMIUM-UP-COUNT         PIC 9(9) VALUE 0.
           03 WS-PREMIUM-DOWN-COUNT       PIC 9(9) VALUE 0.
           03 WS-NOT-COMPARABLE-COUNT     PIC 9(9) VALUE 0.

      * The same outcomes split by policy type.
       01  WS-TYPE-COUNTS.
           03 WS-TC-TYPE                  OCCURS 4 TIMES.
              05 WS-TC-SELECTED           PIC 9(9).
              05 WS-TC-REPLAYED           PIC 9(9).
              05 WS-TC-NEWLY-REFUSED      PIC 9(9).
              05 WS-TC-NEWLY-ACCEPTED     PIC 9(9).
              05 WS-TC-FUND-CHANGED       PIC 9(9).
              05 WS-TC-PREMIUM-UP         PIC 9(9).
              05 WS-TC-PREMIUM-DOWN       PIC 9(9).

      * Premium totals over the comparable decisions, and the move on
      * the one being measured.
       01  WS-PREMIUM-FIELDS.
           03 WS-PREMIUM-BEFORE-TOTAL     PIC 9(11)V99  COMP-3 VALUE 0.
           03 WS-PREMIUM-AFTER-TOTAL      PIC 9(11)V99  COMP-3 VALUE 0.
           03 WS-PREMIUM-NET-CHANGE       PIC S9(11)V99 COMP-3 VALUE 0.
           03 WS-PREMIUM-DIFF             PIC S9(7)V99  VALUE 0.
           03 WS-PREMIUM-MOVE             PIC 9(7)V99   VALUE 0.
           03 WS-PREMIUM-MOVE-PCT         PIC 9(5)V9    VALUE 0.

      * Money and percentage bands for the premium moves - each
      * counted separately for increases and decreases.
       01  WS-MONEY-BAND-VALUES.
           03 FILLER                      PIC X(20)
                          VALUE 'UNDER 10.00'.
           03 FILLER                      PIC X(20)
                          VALUE '10.00 - 49.99'.
           03 FILLER                      PIC X(20)
                          VALUE '50.00 - 99.99'.
           03 FILLER                      PIC X(20)
                          VALUE '100.00 - 499.99'.
           03 FILLER                      PIC X(20)
                          VALUE '500.00 AND OVER'.
       01  WS-MONEY-BAND-TABLE REDEFINES WS-MONEY-BAND-VALUES.
           03 WS-MONEY-BAND-NAME          PIC X(20) OCCURS 5 TIMES.
       01  WS-PCT-BAND-VALUES.
           03 FILLER                      PIC X(20)
                          VALUE 'UNDER 1 PCT'.
           03 FILLER                      PIC X(20)
                          VALUE '1 - 4.9 PCT'.
           03 FILLER                      PIC X(20)
                          VALUE '5 - 9.9 PCT'.
           03 FILLER                      PIC X(20)
                          VALUE '10 - 24.9 PCT'.
           03 FILLER                      PIC X(20)
                          VALUE '25 PCT AND OVER'.
       01  WS-PCT-BAND-TABLE REDEFINES WS-PCT-BAND-VALUES.
           03 WS-PCT-BAND-NAME            PIC X(20) OCCURS 5 TIMES.
       01  WS-BAND-COUNTS.
           03 WS-MONEY-BAND               OCCURS 5 TIMES.
              05 WS-MB-UP-COUNT           PIC 9(9).
              05 WS-MB-DOWN-COUNT         PIC 9(9).
           03 WS-PCT-BAND                 OCCURS 5 TIMES.
              05 WS-PB-UP-COUNT           PIC 9(9).
              05 WS-PB-DOWN-COUNT         PIC 9(9).
       01  WS-BAND-IDX                    PIC 9(2) COMP VALUE 0.

      * Funds in force today, for the endowment recommendation check -
      * same list and load LGBRBAT1 uses.
           COPY LGBRFUND.
       01  WS-FUND-LOAD-FIELDS.
           03 WS-FUND-DATE-YMD            PIC X(8)  VALUE SPACES.
           03 WS-FUND-DATE-ISO            PIC X(10) VALUE SPACES.
           03 WS-FUND-FETCH-NAME          PIC X(20) VALUE SPACES.
           03 WS-FUND-IDX                 PIC 9(2) COMP.
           03 WS-FUND-VALID-SW            PIC X     VALUE 'N'.
              88 WS-FUND-VALID                      VALUE 'Y'.

      * Rule-server connection - connected on the first decision and
      * renegotiated whenever the next decision's ruleapp path
      * differs, as LGBRBAT1 does.  Bounded retry on each call.
       01  WS-RULEAPP-FIELDS.
           03 WS-CONNECTED-RULEAPP-PATH   PIC X(80) VALUE SPACES.
           03 WS-CONNECTION-VALID-SW      PIC X     VALUE 'N'.
               88 WS-CONNECTION-VALID              VALUE 'Y'.
               88 WS-CONNECTION-INVALID            VALUE 'N'.
           03 WS-CONNECTED-SW             PIC X     VALUE 'N'.
               88 WS-CONNECTED                     VALUE 'Y'.
       01  WS-HBR-RETRY-FIELDS.
           03 WS-HBR-RETRY-COUNT          PIC 9     VALUE 0.
           03 WS-HBR-MAX-RETRIES          PIC 9     VALUE 2.
           03 WS-HBR-CALL-OK-SW           PIC X     VALUE 'N'.
               88 WS-HBR-CALL-OK                    VALUE 'Y'.

      * ODM supplied copybooks - same connection area LGBRBAT1 uses.
       01 WS-REASON-CODES.
           COPY HBRC.
           COPY HBRWS.

      * Copybook to pass data to/from the business rule execution
      * server - same REQUEST/RESPONSE layout LGBRBAT1 uses.
           COPY LGCMARER.

      * Report lines.
       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC Z(8)9.
       01  WS-COUNT-DISP2                 PIC Z(8)9.
       01  WS-MONEY-DISP                  PIC Z(10)9.99.
       01  WS-NET-DISP                    PIC -(10)9.99.
       01  WS-SQLCODE-DISP                PIC -(8)9.

      * One changed decision, as listed.
       01  WS-CHANGE-LINE.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-AUDIT-DATE               PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-CUSTOMER-NUM             PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-POLICY-NUM               PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-REQUEST-ID               PIC X(6).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-CHANGE                   PIC X(16).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 CL-DETAIL                   PIC X(68).

      * Outcomes for one policy type, as listed.
       01  WS-TYPE-LINE.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-TYPE-NAME                PIC X(12).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-SELECTED                 PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-REPLAYED                 PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-NEWLY-REFUSED            PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-NEWLY-ACCEPTED           PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-FUND-CHANGED             PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-PREMIUM-UP               PIC Z(8)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 TL-PREMIUM-DOWN             PIC Z(8)9.
           03 FILLER                      PIC X(41) VALUE SPACES.

           COPY SQLCA.

      * The decisions to replay - uncommitted read, so the replay
      * never holds a lock an online add or broker load is waiting
      * on.  Ordered by request type so the connection is renegotiated
      * once per policy type rather than per decision.
           EXEC SQL
               DECLARE RPLCSR CURSOR FOR
                   SELECT CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                          FUND_NAME_IN, POLICY_TERM, SUM_ASSURED,
                          FUND_NAME_OUT, RULE_MSG,
                          HBR_COMPLETION_CODE, AUDIT_DATE, PREMIUM
                     FROM LGRULAUD
                    WHERE AUDIT_DATE BETWEEN :WS-DATE-FROM
                                        AND :WS-DATE-TO
                      AND (:WS-SEL-ALL-SW = 'Y'
                           OR SUBSTR(REQUEST_ID, 3, 4)
                              IN (:WS-SEL-TYPE-1, :WS-SEL-TYPE-2))
                    ORDER BY SUBSTR(REQUEST_ID, 3, 4), AUDIT_DATE
                    FOR FETCH ONLY
                    WITH UR
           END-EXEC.

      * The effective dates are the authority on whether a fund is in
      * force, as LGFDMNT1 documents.
           EXEC SQL
               DECLARE FNDCSR CURSOR FOR
                   SELECT FUND_NAME
                     FROM LGFUND
                    WHERE EFFECTIVE_FROM <= :WS-FUND-DATE-ISO
                      AND EFFECTIVE_TO >= :WS-FUND-DATE-ISO
                    ORDER BY FUND_NAME
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-REPLAY-PARM
           INITIALIZE WS-TYPE-COUNTS
           INITIALIZE WS-BAND-COUNTS
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM LOAD-FUND-TABLE
           PERFORM INITIALISE-RULE-AREAS
           PERFORM WRITE-CHANGE-HEADING
           IF WS-SOURCE-READS-TABLE
               PERFORM REPLAY-AUDIT-TABLE
           END-IF
           IF WS-SOURCE-READS-ARCHIVE
              AND NOT WS-REPLAY-ABORTED
               PERFORM REPLAY-ARCHIVE-FILE
           END-IF
           IF WS-CONNECTED
               PERFORM DISCONNECT-RULE-ENGINE
           END-IF
           PERFORM WRITE-BLANK-LINE
           PERFORM REPORT-REPLAY-TOTALS
           PERFORM REPORT-TYPE-OUTCOMES
           PERFORM REPORT-PREMIUM-IMPACT
           IF WS-REPLAY-ABORTED
               MOVE 'REPORT INCOMPLETE - RULE SERVER UNAVAILABLE'
                    TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PRINT-FILE
           PERFORM DISPLAY-RUN-TOTALS
           GOBACK.

      *================================================================*
      * Read and edit the replay parameter - anything not strictly in  *
      * the documented form fails the run before DB2 or the rule       *
      * server is touched.                                             *
      *================================================================*
       READ-REPLAY-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               DISPLAY 'LGRLRPL1 NO REPLAY PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PA-DATE-FROM TO WS-DATE-FROM
           MOVE PA-DATE-TO TO WS-DATE-TO
           MOVE PA-POLICY-TYPE TO WS-SEL-POLICY-TYPE
           MOVE PA-VERSION TO WS-REPLAY-VERSION
           MOVE PA-SOURCE TO WS-REPLAY-SOURCE
           IF WS-DATE-FROM(1:4) NOT NUMERIC
              OR WS-DATE-FROM(5:1) NOT EQUAL '-'
              OR WS-DATE-FROM(6:2) NOT NUMERIC
              OR WS-DATE-FROM(6:2) < '01'
              OR WS-DATE-FROM(6:2) > '12'
              OR WS-DATE-FROM(8:1) NOT EQUAL '-'
              OR WS-DATE-FROM(9:2) NOT NUMERIC
              OR WS-DATE-FROM(9:2) < '01'
              OR WS-DATE-FROM(9:2) > '31'
               DISPLAY 'LGRLRPL1 FROM DATE NOT YYYY-MM-DD: '
                       WS-DATE-FROM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DATE-TO(1:4) NOT NUMERIC
              OR WS-DATE-TO(5:1) NOT EQUAL '-'
              OR WS-DATE-TO(6:2) NOT NUMERIC
              OR WS-DATE-TO(6:2) < '01'
              OR WS-DATE-TO(6:2) > '12'
              OR WS-DATE-TO(8:1) NOT EQUAL '-'
              OR WS-DATE-TO(9:2) NOT NUMERIC
              OR WS-DATE-TO(9:2) < '01'
              OR WS-DATE-TO(9:2) > '31'
               DISPLAY 'LGRLRPL1 TO DATE NOT YYYY-MM-DD: '
                       WS-DATE-TO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DATE-TO < WS-DATE-FROM
               DISPLAY 'LGRLRPL1 TO DATE BEFORE FROM DATE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-SEL-TYPE-VALID
               DISPLAY 'LGRLRPL1 POLICY TYPE NOT E, H, M, C OR *: '
                       WS-SEL-POLICY-TYPE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REPLAY-VERSION NOT NUMERIC
              OR WS-REPLAY-VERSION EQUAL '00'
               DISPLAY 'LGRLRPL1 RULESET VERSION NOT 01-99: '
                       WS-REPLAY-VERSION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-SOURCE-VALID
               DISPLAY 'LGRLRPL1 SOURCE NOT L, A OR B: '
                       WS-REPLAY-SOURCE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REPLAY-VERSION TO WS-REPLAY-VERSION-NUM
           EVALUATE WS-SEL-POLICY-TYPE
               WHEN 'E'
                   MOVE 'AEND' TO WS-SEL-TYPE-1
                   MOVE 'REND' TO WS-SEL-TYPE-2
               WHEN 'H'
                   MOVE 'AHSE' TO WS-SEL-TYPE-1
                   MOVE 'MHSE' TO WS-SEL-TYPE-2
               WHEN 'M'
                   MOVE 'AMOT' TO WS-SEL-TYPE-1
                   MOVE 'MMOT' TO WS-SEL-TYPE-2
               WHEN 'C'
                   MOVE 'ACOM' TO WS-SEL-TYPE-1
                   MOVE 'ACOM' TO WS-SEL-TYPE-2
               WHEN OTHER
                   SET WS-SEL-ALL-TYPES TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-REPLAY-SOURCE EQUAL 'L'
                   MOVE 'LGRULAUD' TO WS-SOURCE-NAME
               WHEN WS-REPLAY-SOURCE EQUAL 'A'
                   MOVE 'ARCHIVE' TO WS-SOURCE-NAME
               WHEN OTHER
                   MOVE 'LGRULAUD+ARCHIVE' TO WS-SOURCE-NAME
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Replay the selected LGRULAUD rows.                             *
      *================================================================*
       REPLAY-AUDIT-TABLE.
           EXEC SQL OPEN RPLCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-AUDIT-ROW
               PERFORM REPLAY-AUDIT-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR WS-REPLAY-ABORTED
               IF SQLCODE NOT EQUAL ZERO
                  AND SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE RPLCSR END-EXEC
           END-IF.
           EXIT.

       FETCH-AUDIT-ROW.
           EXEC SQL
               FETCH RPLCSR
                INTO :AU-CUSTOMER-NUM, :AU-POLICY-NUM,
                     :AU-REQUEST-ID, :AU-FUND-NAME-IN,
                     :AU-POLICY-TERM, :AU-SUM-ASSURED,
                     :AU-FUND-NAME-OUT, :AU-RULE-MSG,
                     :AU-HBR-COMPLETION-CODE, :AU-AUDIT-DATE,
                     :AU-PREMIUM :AU-PREMIUM-IND
           END-EXEC.
           EXIT.

       REPLAY-AUDIT-ROW.
           ADD 1 TO WS-TABLE-SELECTED-COUNT
           MOVE AU-CUSTOMER-NUM TO OD-CUSTOMER-NUM
           MOVE AU-POLICY-NUM TO OD-POLICY-NUM
           MOVE AU-REQUEST-ID TO OD-REQUEST-ID
           MOVE AU-FUND-NAME-IN TO OD-FUND-NAME-IN
           MOVE AU-POLICY-TERM TO OD-POLICY-TERM
           MOVE AU-SUM-ASSURED TO OD-SUM-ASSURED
           MOVE AU-FUND-NAME-OUT TO OD-FUND-NAME-OUT
           MOVE AU-RULE-MSG TO OD-RULE-MSG
           MOVE AU-HBR-COMPLETION-CODE TO OD-COMPLETION-CODE
           MOVE AU-AUDIT-DATE TO OD-AUDIT-DATE
           IF AU-PREMIUM-IND < ZERO
               MOVE ZERO TO OD-PREMIUM
           ELSE
               MOVE AU-PREMIUM TO OD-PREMIUM
           END-IF
           PERFORM REPLAY-DECISION
           PERFORM FETCH-AUDIT-ROW.
           EXIT.

      *================================================================*
      * Replay the archive records inside the selection.  The archive  *
      * is in LGAUARC1's unload order, so the date range and policy    *
      * type are applied here record by record.                        *
      *================================================================*
       REPLAY-ARCHIVE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT ARCH-IN-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM REPLAY-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE
                  OR WS-REPLAY-ABORTED
           CLOSE ARCH-IN-FILE
           IF WS-ARCHIVE-READ-COUNT EQUAL ZERO
               DISPLAY 'LGRLRPL1 WARNING - ARCHIVE EMPTY OR NOT '
                       'SUPPLIED'
           END-IF.
           EXIT.

       READ-ARCHIVE-RECORD.
           READ ARCH-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
           END-READ.
           EXIT.

       REPLAY-ARCHIVE-RECORD.
           MOVE AR-REQUEST-ID(3:4) TO WS-REQUEST-TYPE
           IF AR-AUDIT-DATE NOT LESS WS-DATE-FROM
              AND AR-AUDIT-DATE NOT GREATER WS-DATE-TO
              AND (WS-SEL-ALL-TYPES
                   OR WS-REQUEST-TYPE EQUAL WS-SEL-TYPE-1
                   OR WS-REQUEST-TYPE EQUAL WS-SEL-TYPE-2)
               ADD 1 TO WS-ARCHIVE-SELECTED-COUNT
               MOVE AR-CUSTOMER-NUM TO OD-CUSTOMER-NUM
               MOVE AR-POLICY-NUM TO OD-POLICY-NUM
               MOVE AR-REQUEST-ID TO OD-REQUEST-ID
               MOVE AR-FUND-NAME-IN TO OD-FUND-NAME-IN
               MOVE AR-POLICY-TERM TO OD-POLICY-TERM
               MOVE AR-SUM-ASSURED TO OD-SUM-ASSURED
               MOVE AR-FUND-NAME-OUT TO OD-FUND-NAME-OUT
               MOVE AR-RULE-MSG TO OD-RULE-MSG
               MOVE AR-HBR-COMPLETION-CODE TO OD-COMPLETION-CODE
               MOVE AR-AUDIT-DATE TO OD-AUDIT-DATE
               MOVE AR-PREMIUM TO OD-PREMIUM
               PERFORM REPLAY-DECISION
           END-IF
           PERFORM READ-ARCHIVE-RECORD.
           EXIT.

      *================================================================*
      * Re-send one original decision to the replay version and        *
      * compare the two answers.                                       *
      *================================================================*
       REPLAY-DECISION.
           MOVE OD-REQUEST-ID(3:4) TO WS-REQUEST-TYPE
           PERFORM SET-TYPE-INDEX
           EVALUATE TRUE
               WHEN WS-TYPE-IDX EQUAL ZERO
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
               WHEN OD-COMPLETION-CODE NOT EQUAL ZERO
                   ADD 1 TO WS-TC-SELECTED(WS-TYPE-IDX)
                   ADD 1 TO WS-ORIGINAL-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-TC-SELECTED(WS-TYPE-IDX)
                   PERFORM BUILD-REPLAY-REQUEST
                   IF WS-CONNECTION-INVALID
                      OR HBRA-CONN-RULEAPP-PATH
                         NOT EQUAL WS-CONNECTED-RULEAPP-PATH
                       PERFORM CONNECT-FOR-PATH
                   END-IF
                   IF WS-CONNECTION-VALID
                       PERFORM CALL-REPLAY-RULESET
                   ELSE
                       SET WS-REPLAY-ABORTED TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Call the replay version (bounded retry) and compare its answer *
      * with the original.  A call that still fails is counted and     *
      * the next decision reconnects.                                  *
      *================================================================*
       CALL-REPLAY-RULESET.
           MOVE 0 TO WS-HBR-RETRY-COUNT
           MOVE 'N' TO WS-HBR-CALL-OK-SW
           PERFORM UNTIL WS-HBR-CALL-OK
                      OR WS-HBR-RETRY-COUNT > WS-HBR-MAX-RETRIES
               CALL 'HBRRULE' USING HBRA-CONN-AREA
               IF HBRA-CONN-COMPLETION-CODE EQUAL HBR-CC-OK
                   SET WS-HBR-CALL-OK TO TRUE
               ELSE
                   ADD 1 TO WS-HBR-RETRY-COUNT
               END-IF
           END-PERFORM
           IF WS-HBR-CALL-OK
               IF PREMIUM NOT NUMERIC
                   MOVE ZERO TO PREMIUM
               END-IF
               ADD 1 TO WS-REPLAYED-COUNT
               ADD 1 TO WS-TC-REPLAYED(WS-TYPE-IDX)
               PERFORM COMPARE-DECISIONS
           ELSE
               SET WS-CONNECTION-INVALID TO TRUE
               ADD 1 TO WS-REPLAY-FAILED-COUNT
           END-IF.
           EXIT.

      *================================================================*
      * The request the decision was first rated on, under the replay  *
      * version, and the policy type's ruleapp path for that version.  *
      *================================================================*
       BUILD-REPLAY-REQUEST.
           STRING WS-REPLAY-VERSION WS-REQUEST-TYPE
                  DELIMITED BY SIZE INTO REQUEST-ID
           END-STRING
           MOVE OD-CUSTOMER-NUM TO REQUEST-CUSTOMER-NUM
           MOVE OD-POLICY-NUM TO REQUEST-POLICY-NUM
           MOVE OD-POLICY-TERM TO TERM
           MOVE OD-SUM-ASSURED TO SUM-ASSURED
           MOVE OD-FUND-NAME-IN TO FUND-NAME
           MOVE SPACES TO MSG
           MOVE ZERO TO PREMIUM
           MOVE ZERO TO RATE-APPLIED
           MOVE ZERO TO LOADING-APPLIED
           EVALUATE WS-TYPE-IDX
               WHEN 2
                   MOVE '/GenAppDemoApp/GenAppDemoHouse'
                        TO HBRA-CONN-RULEAPP-PATH
               WHEN 3
                   MOVE '/GenAppDemoApp/GenAppDemoMotor'
                        TO HBRA-CONN-RULEAPP-PATH
               WHEN 4
                   MOVE '/GenAppDemoApp/GenAppDemoCommercial'
                        TO HBRA-CONN-RULEAPP-PATH
               WHEN OTHER
                   MOVE '/GenAppDemoApp/GenAppDemo'
                        TO HBRA-CONN-RULEAPP-PATH
           END-EVALUATE
           IF WS-REPLAY-VERSION-NUM > 1
               MOVE WS-REPLAY-VERSION-NUM TO WS-VERSION-DISP
               STRING FUNCTION TRIM(HBRA-CONN-RULEAPP-PATH)
                                       DELIMITED BY SIZE
                      '_v'             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VERSION-DISP)
                                       DELIMITED BY SIZE
                      INTO HBRA-CONN-RULEAPP-PATH
               END-STRING
           END-IF.
           EXIT.

      *================================================================*
      * Classify the replayed answer against the original: outcome     *
      * first, then - where both accepted - fund and premium.          *
      *================================================================*
       COMPARE-DECISIONS.
           IF OD-RULE-MSG EQUAL SPACES
               SET WS-ORIGINAL-ACCEPTED TO TRUE
           ELSE
               MOVE 'N' TO WS-ORIGINAL-ACCEPTED-SW
           END-IF
           IF MSG EQUAL SPACES
               SET WS-REPLAY-ACCEPTED TO TRUE
           ELSE
               MOVE 'N' TO WS-REPLAY-ACCEPTED-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-ORIGINAL-ACCEPTED AND NOT WS-REPLAY-ACCEPTED
                   ADD 1 TO WS-NEWLY-REFUSED-COUNT
                   ADD 1 TO WS-TC-NEWLY-REFUSED(WS-TYPE-IDX)
                   MOVE 'NEWLY REFUSED' TO CL-CHANGE
                   MOVE MSG TO CL-DETAIL
                   PERFORM WRITE-CHANGE-LINE
               WHEN WS-REPLAY-ACCEPTED AND NOT WS-ORIGINAL-ACCEPTED
                   ADD 1 TO WS-NEWLY-ACCEPTED-COUNT
                   ADD 1 TO WS-TC-NEWLY-ACCEPTED(WS-TYPE-IDX)
                   MOVE 'NEWLY ACCEPTED' TO CL-CHANGE
                   MOVE OD-RULE-MSG TO CL-DETAIL
                   PERFORM WRITE-CHANGE-LINE
               WHEN NOT WS-ORIGINAL-ACCEPTED
                   ADD 1 TO WS-STILL-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STILL-ACCEPTED-COUNT
                   IF WS-TYPE-IDX EQUAL 1
                       PERFORM COMPARE-FUNDS
                   END-IF
                   PERFORM COMPARE-PREMIUMS
           END-EVALUATE.
           EXIT.

       COMPARE-FUNDS.
           IF FUND-NAME NOT EQUAL OD-FUND-NAME-OUT
               ADD 1 TO WS-FUND-CHANGED-COUNT
               ADD 1 TO WS-TC-FUND-CHANGED(WS-TYPE-IDX)
               MOVE 'FUND CHANGED' TO CL-CHANGE
               STRING OD-FUND-NAME-OUT ' -> ' FUND-NAME
                      DELIMITED BY SIZE INTO CL-DETAIL
               END-STRING
               PERFORM WRITE-CHANGE-LINE
           END-IF
           IF WS-VALID-FUND-COUNT > ZERO
               MOVE 'N' TO WS-FUND-VALID-SW
               PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                       UNTIL WS-FUND-IDX > WS-VALID-FUND-COUNT
                          OR WS-FUND-VALID
                   IF FUND-NAME EQUAL WS-VALID-FUND-ENTRY(WS-FUND-IDX)
                       SET WS-FUND-VALID TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FUND-VALID
                   ADD 1 TO WS-FUND-NOT-IN-FORCE-COUNT
                   MOVE 'FUND NOT IN FORCE' TO CL-CHANGE
                   STRING FUND-NAME ' IS NOT AN IN-FORCE FUND TODAY'
                          DELIMITED BY SIZE INTO CL-DETAIL
                   END-STRING
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Measure the premium move - money and percentage of the         *
      * original - where both versions priced the policy.              *
      *================================================================*
       COMPARE-PREMIUMS.
           IF OD-PREMIUM EQUAL ZERO
              OR PREMIUM EQUAL ZERO
               ADD 1 TO WS-NOT-COMPARABLE-COUNT
           ELSE
               ADD OD-PREMIUM TO WS-PREMIUM-BEFORE-TOTAL
               ADD PREMIUM TO WS-PREMIUM-AFTER-TOTAL
               COMPUTE WS-PREMIUM-DIFF = PREMIUM - OD-PREMIUM
               IF WS-PREMIUM-DIFF EQUAL ZERO
                   ADD 1 TO WS-PREMIUM-SAME-COUNT
               ELSE
                   PERFORM BAND-PREMIUM-MOVE
               END-IF
           END-IF.
           EXIT.

       BAND-PREMIUM-MOVE.
           IF WS-PREMIUM-DIFF < ZERO
               COMPUTE WS-PREMIUM-MOVE = 0 - WS-PREMIUM-DIFF
           ELSE
               MOVE WS-PREMIUM-DIFF TO WS-PREMIUM-MOVE
           END-IF
      * A move many times a tiny original premium lands in the top
      * band rather than overflowing the percentage.
           COMPUTE WS-PREMIUM-MOVE-PCT ROUNDED =
               WS-PREMIUM-MOVE * 100 / OD-PREMIUM
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-PREMIUM-MOVE-PCT
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-PREMIUM-MOVE < 10
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE < 50
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE < 100
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE < 500
                   MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IDX
           END-EVALUATE
           IF WS-PREMIUM-DIFF > ZERO
               ADD 1 TO WS-MB-UP-COUNT(WS-BAND-IDX)
           ELSE
               ADD 1 TO WS-MB-DOWN-COUNT(WS-BAND-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-PREMIUM-MOVE-PCT < 1
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE-PCT < 5
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE-PCT < 10
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-PREMIUM-MOVE-PCT < 25
                   MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IDX
           END-EVALUATE
           IF WS-PREMIUM-DIFF > ZERO
               ADD 1 TO WS-PB-UP-COUNT(WS-BAND-IDX)
               ADD 1 TO WS-PREMIUM-UP-COUNT
               ADD 1 TO WS-TC-PREMIUM-UP(WS-TYPE-IDX)
           ELSE
               ADD 1 TO WS-PB-DOWN-COUNT(WS-BAND-IDX)
               ADD 1 TO WS-PREMIUM-DOWN-COUNT
               ADD 1 TO WS-TC-PREMIUM-DOWN(WS-TYPE-IDX)
           END-IF.
           EXIT.

      *================================================================*
      * Map the request type (TTTT of nnTTTT) to its policy type -     *
      * zero for a type this program does not know how to replay.      *
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
      * Rule-server plumbing.  HBRCONN binds the ruleapp path at       *
      * connect time, so a decision whose path differs from the one    *
      * the session was negotiated for drops it and connects again.    *
      * A connection that cannot be made at all ends the replay.       *
      *================================================================*
       INITIALISE-RULE-AREAS.
           MOVE ZERO TO HBRA-CONN-RETURN-CODES
           MOVE LOW-VALUES TO HBRA-RA-PARMETERS

           MOVE 'request'         TO HBRA-RA-PARAMETER-NAME(1)
           MOVE LENGTH OF REQUEST TO HBRA-RA-DATA-LENGTH(1)
           SET HBRA-RA-DATA-ADDRESS(1) TO ADDRESS OF REQUEST

           MOVE 'response'         TO HBRA-RA-PARAMETER-NAME(2)
           MOVE LENGTH OF RESPONSE TO HBRA-RA-DATA-LENGTH(2)
           SET HBRA-RA-DATA-ADDRESS(2) TO ADDRESS OF RESPONSE.
           EXIT.

       CONNECT-FOR-PATH.
           IF WS-CONNECTED
               PERFORM DISCONNECT-RULE-ENGINE
           END-IF
           MOVE 0 TO WS-HBR-RETRY-COUNT
           MOVE 'N' TO WS-HBR-CALL-OK-SW
           PERFORM UNTIL WS-HBR-CALL-OK
                      OR WS-HBR-RETRY-COUNT > WS-HBR-MAX-RETRIES
               CALL 'HBRCONN' USING HBRA-CONN-AREA
               IF HBRA-CONN-COMPLETION-CODE EQUAL HBR-CC-OK
                   SET WS-HBR-CALL-OK TO TRUE
               ELSE
                   ADD 1 TO WS-HBR-RETRY-COUNT
                   DISPLAY 'LGRLRPL1 HBRCONN FAILED CC='
                           HBRA-CONN-COMPLETION-CODE
                           ' RC=' HBRA-CONN-REASON-CODE
               END-IF
           END-PERFORM
           IF WS-HBR-CALL-OK
               SET WS-CONNECTION-VALID TO TRUE
               SET WS-CONNECTED TO TRUE
               MOVE HBRA-CONN-RULEAPP-PATH
                    TO WS-CONNECTED-RULEAPP-PATH
           ELSE
               SET WS-CONNECTION-INVALID TO TRUE
               DISPLAY 'LGRLRPL1 CANNOT CONNECT TO '
                       HBRA-CONN-RULEAPP-PATH
           END-IF.
           EXIT.

       DISCONNECT-RULE-ENGINE.
           CALL 'HBRDISC' USING HBRA-CONN-AREA
           IF HBRA-CONN-COMPLETION-CODE NOT EQUAL HBR-CC-OK
               DISPLAY 'LGRLRPL1 HBRDISC FAILED CC='
                       HBRA-CONN-COMPLETION-CODE
                       ' RC=' HBRA-CONN-REASON-CODE
           END-IF
           MOVE 'N' TO WS-CONNECTED-SW.
           EXIT.

      *================================================================*
      * Load the funds in force today from the LGFUND table.  If the   *
      * list cannot be loaded the in-force check is skipped and the    *
      * report says so.                                                *
      *================================================================*
       LOAD-FUND-TABLE.
           MOVE ZERO TO WS-VALID-FUND-COUNT
           ACCEPT WS-FUND-DATE-YMD FROM DATE YYYYMMDD
           STRING WS-FUND-DATE-YMD(1:4) '-'
                  WS-FUND-DATE-YMD(5:2) '-'
                  WS-FUND-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-FUND-DATE-ISO
           END-STRING
           EXEC SQL OPEN FNDCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'LGRLRPL1 FUND TABLE LOAD FAILED SQLCODE='
                       SQLCODE
           ELSE
               PERFORM FETCH-FUND-ENTRY
                   UNTIL SQLCODE NOT EQUAL ZERO
                      OR WS-VALID-FUND-COUNT EQUAL WS-VALID-FUND-MAX
               EXEC SQL CLOSE FNDCSR END-EXEC
           END-IF
           IF WS-VALID-FUND-COUNT EQUAL ZERO
               MOVE 'FUND LIST UNAVAILABLE - IN-FORCE CHECK SKIPPED'
                    TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-BLANK-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           EXIT.

       FETCH-FUND-ENTRY.
           EXEC SQL
               FETCH FNDCSR INTO :WS-FUND-FETCH-NAME
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-VALID-FUND-COUNT
               MOVE WS-FUND-FETCH-NAME
                    TO WS-VALID-FUND-ENTRY(WS-VALID-FUND-COUNT)
           END-IF.
           EXIT.

      *================================================================*
      * Section 1 - every decision the replay version changed, listed  *
      * as it is found.                                                *
      *================================================================*
       WRITE-CHANGE-HEADING.
           MOVE 'DECISIONS CHANGED BY THE REPLAY VERSION'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  RATED ON    CUSTOMER    POLICY      REQUEST '
                  '  CHANGE            DETAIL'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-CHANGE-LINE.
           MOVE OD-AUDIT-DATE TO CL-AUDIT-DATE
           MOVE OD-CUSTOMER-NUM TO CL-CUSTOMER-NUM
           MOVE OD-POLICY-NUM TO CL-POLICY-NUM
           MOVE OD-REQUEST-ID TO CL-REQUEST-ID
           MOVE WS-CHANGE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO CL-CHANGE
           MOVE SPACES TO CL-DETAIL.
           EXIT.

      *================================================================*
      * Section 2 - what was selected, what was replayed, and how the  *
      * outcomes moved.                                                *
      *================================================================*
       REPORT-REPLAY-TOTALS.
           MOVE 'REPLAY TOTALS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TABLE-SELECTED-COUNT TO WS-COUNT-DISP
           STRING '  SELECTED FROM LGRULAUD             ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ARCHIVE-SELECTED-COUNT TO WS-COUNT-DISP
           STRING '  SELECTED FROM ARCHIVE              ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNKNOWN-TYPE-COUNT TO WS-COUNT-DISP
           STRING '  NOT REPLAYED - TYPE NOT KNOWN      ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ORIGINAL-FAILED-COUNT TO WS-COUNT-DISP
           STRING '  NOT REPLAYED - ORIGINAL CALL FAILED' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REPLAY-FAILED-COUNT TO WS-COUNT-DISP
           STRING '  NOT REPLAYED - REPLAY CALL FAILED  ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISP
           STRING '  REPLAYED                           ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STILL-ACCEPTED-COUNT TO WS-COUNT-DISP
           STRING '    ACCEPTED BY BOTH                 ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEWLY-REFUSED-COUNT TO WS-COUNT-DISP
           STRING '    REFUSED BY REPLAY VERSION ONLY   ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEWLY-ACCEPTED-COUNT TO WS-COUNT-DISP
           STRING '    ACCEPTED BY REPLAY VERSION ONLY  ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STILL-REFUSED-COUNT TO WS-COUNT-DISP
           STRING '    REFUSED BY BOTH                  ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FUND-CHANGED-COUNT TO WS-COUNT-DISP
           STRING '  ENDOWMENT FUND CHANGED             ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FUND-NOT-IN-FORCE-COUNT TO WS-COUNT-DISP
           STRING '  FUND RECOMMENDED NOT IN FORCE      ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           IF WS-REPLAY-FAILED-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *================================================================*
      * Section 3 - the outcomes split by policy type.                 *
      *================================================================*
       REPORT-TYPE-OUTCOMES.
           MOVE 'OUTCOMES BY POLICY TYPE' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '                            '
                  '              NEWLY      NEWLY       FUND'
                  '    PREMIUM    PREMIUM'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING '  POLICY TYPE    SELECTED   REPLAYED'
                  '    REFUSED   ACCEPTED    CHANGED'
                  '         UP       DOWN'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TYPE-LINE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-TYPE-LINE.
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO TL-TYPE-NAME
           MOVE WS-TC-SELECTED(WS-TYPE-IDX) TO TL-SELECTED
           MOVE WS-TC-REPLAYED(WS-TYPE-IDX) TO TL-REPLAYED
           MOVE WS-TC-NEWLY-REFUSED(WS-TYPE-IDX) TO TL-NEWLY-REFUSED
           MOVE WS-TC-NEWLY-ACCEPTED(WS-TYPE-IDX)
                TO TL-NEWLY-ACCEPTED
           MOVE WS-TC-FUND-CHANGED(WS-TYPE-IDX) TO TL-FUND-CHANGED
           MOVE WS-TC-PREMIUM-UP(WS-TYPE-IDX) TO TL-PREMIUM-UP
           MOVE WS-TC-PREMIUM-DOWN(WS-TYPE-IDX) TO TL-PREMIUM-DOWN
           MOVE WS-TYPE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Section 4 - premium impact over the decisions both versions    *
      * accepted and priced: the totals, then how many moved up and    *
      * down in each money band and each percentage band.              *
      *================================================================*
       REPORT-PREMIUM-IMPACT.
           MOVE 'PREMIUM IMPACT (ACCEPTED AND PRICED BY BOTH)'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-SAME-COUNT TO WS-COUNT-DISP
           STRING '  UNCHANGED                          ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-UP-COUNT TO WS-COUNT-DISP
           STRING '  INCREASED                          ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-DOWN-COUNT TO WS-COUNT-DISP
           STRING '  DECREASED                          ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NOT-COMPARABLE-COUNT TO WS-COUNT-DISP
           STRING '  NOT COMPARABLE - NOT PRICED        ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-BEFORE-TOTAL TO WS-MONEY-DISP
           STRING '  PREMIUM BEFORE                ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREMIUM-AFTER-TOTAL TO WS-MONEY-DISP
           STRING '  PREMIUM AFTER                 ' WS-MONEY-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-PREMIUM-NET-CHANGE =
               WS-PREMIUM-AFTER-TOTAL - WS-PREMIUM-BEFORE-TOTAL
           MOVE WS-PREMIUM-NET-CHANGE TO WS-NET-DISP
           STRING '  NET CHANGE                    ' WS-NET-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           STRING '  MOVE IN MONEY              INCREASED  DECREASED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-MONEY-BAND-LINE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5
           PERFORM WRITE-BLANK-LINE
           STRING '  MOVE AS PCT OF PREMIUM     INCREASED  DECREASED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-PCT-BAND-LINE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.
           EXIT.

       WRITE-MONEY-BAND-LINE.
           MOVE WS-MB-UP-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP
           MOVE WS-MB-DOWN-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP2
           STRING '  ' WS-MONEY-BAND-NAME(WS-BAND-IDX)
                  '     ' WS-COUNT-DISP
                  '  ' WS-COUNT-DISP2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-PCT-BAND-LINE.
           MOVE WS-PB-UP-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP
           MOVE WS-PB-DOWN-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP2
           STRING '  ' WS-PCT-BAND-NAME(WS-BAND-IDX)
                  '     ' WS-COUNT-DISP
                  '  ' WS-COUNT-DISP2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'RULESET REPLAY IMPACT REPORT - VERSION '
                  WS-REPLAY-VERSION
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING 'DECISIONS RATED ' WS-DATE-FROM ' TO ' WS-DATE-TO
                  '  POLICY TYPE ' WS-SEL-POLICY-TYPE
                  '  SOURCE ' WS-SOURCE-NAME
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
           DISPLAY 'LGRLRPL1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'REPORT INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.

       DISPLAY-RUN-TOTALS.
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRLRPL1 DECISIONS REPLAYED:  ' WS-COUNT-DISP
           MOVE WS-NEWLY-REFUSED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRLRPL1 NEWLY REFUSED:       ' WS-COUNT-DISP
           MOVE WS-FUND-CHANGED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRLRPL1 FUND CHANGED:        ' WS-COUNT-DISP
           MOVE WS-PREMIUM-UP-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRLRPL1 PREMIUM INCREASED:   ' WS-COUNT-DISP
           MOVE WS-PREMIUM-DOWN-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRLRPL1 PREMIUM DECREASED:   ' WS-COUNT-DISP.
           EXIT.
