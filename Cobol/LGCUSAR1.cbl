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
      *       Customer Subject-Access Extract and Erasure              *
      *                                                                *
      *   Answers a customer's data-protection request in one run      *
      *   instead of a hand search of every rating store.  Extract     *
      *   mode lists everything held against the customer number -     *
      *   the LGRULAUD rating audit, the LGUWRKQ underwriter queue,    *
      *   the LGRULSHD shadow comparisons, the LGQUOTE web quote       *
      *   register, the LGDUPLOG duplicate log and the LGAUARC1        *
      *   archive - as one consolidated report.  Erasure mode          *
      *   replaces the customer number with a pseudonym in every one   *
      *   of those stores, leaving each row's decision, premium and    *
      *   dates as they were, so the management reports still count    *
      *   and total the business.  Every run, either mode, is          *
      *   recorded on the LGSARLOG register.                           *
      *                                                                *
      * INPUT:                                                         *
      *   SARPARM - single record:                                     *
      *               col  1      mode - X extract, E erase            *
      *               cols  3-12  customer number                      *
      *               cols 14-43  who made the request                 *
      *               cols 45-52  user id of whoever is running it     *
      *               cols 54-63  date the request was received,       *
      *                           yyyy-mm-dd - blank for today         *
      *   ARCHIN  - LGAUARC1 archive records (COPY LGRAUDA) - every    *
      *             archive generation, concatenated - optional        *
      *                                                                *
      * OUTPUT:                                                        *
      *   SARRPT  - the extract, or the erasure record, 132 columns    *
      *   ARCHOUT - erase mode only: a copy of ARCHIN with the         *
      *             customer's records pseudonymised, to replace the   *
      *             archive generations read                           *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - extract produced, or erasure complete                    *
      *   4 - erasure refused - the customer has an item open on       *
      *       LGUWRKQ - see the report                                 *
      *   8 - parameter missing/invalid or DB2 error - nothing was     *
      *       erased, see SYSOUT                                       *
      *                                                                *
      * NOTES:                                                         *
      *  The pseudonym is 'E' and the register sequence number, so it  *
      *  can never be mistaken for a real (numeric) customer number    *
      *  and the customer's rows stay together under it.  Policy       *
      *  numbers are kept: billing, commission and the replay work by  *
      *  policy.  LGSARLOG holds the link from pseudonym back to the   *
      *  customer number and is restricted accordingly.                *
      *  The life assured an endowment rating recorded on LGRULAUD, or *
      *  a referral queued on LGUWRKQ, is personal data too, and is    *
      *  replaced by the same pseudonym - a life's policies still add  *
      *  up together for the reinsurance retention, under the          *
      *  pseudonym.                                                    *
      *                                                                *
      *  An erasure is refused while the customer has an item          *
      *  PENDING, CLAIMED or awaiting a second signature on LGUWRKQ -  *
      *  the same "still referred" test LGBLEXT1 makes - since the     *
      *  underwriter could not then find the item.  The refusal is     *
      *  recorded on the register like any other run.                  *
      *                                                                *
      *  The table updates and the register row are one unit of work,  *
      *  committed only once the archive copy has been written: a DB2  *
      *  error rolls the erasure back whole, and the failed attempt    *
      *  is then recorded on its own.  ARCHOUT must replace the        *
      *  generations read only when the run ends 0.                    *
      *                                                                *
      *  The TS queue LGAPBR01 writes error lines to is drained daily  *
      *  by LGEXRPT1 and cannot be read from batch; LGAPBR01 no        *
      *  longer writes the life-assured or house-name bytes of the     *
      *  commarea there.                                               *
      *                                                                *
      *  Run one request at a time - the register sequence is taken    *
      *  as one more than the highest on file.                         *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - List the life assured of each rating decision,   *
      *               and pseudonymise LGRULAUD.LIFE_ASSURED on        *
      *               erasure.                                         *
      *  2026-10-15 - List and pseudonymise the life assured held on   *
      *               LGUWRKQ.LIFE_ASSURED as well.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCUSAR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE  ASSIGN TO SARPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-IN-FILE ASSIGN TO ARCHIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-OUT-FILE ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO SARRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-MODE                  PIC X.
           03 FILLER                   PIC X.
           03 PA-CUSTOMER-NUM          PIC X(10).
           03 FILLER                   PIC X.
           03 PA-REQUESTED-BY          PIC X(30).
           03 FILLER                   PIC X.
           03 PA-ACTIONED-BY           PIC X(8).
           03 FILLER                   PIC X.
           03 PA-DATE-REQUESTED        PIC X(10).
           03 FILLER                   PIC X(17).

       FD  ARCH-IN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY LGRAUDA.

       FD  ARCH-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  ARCH-OUT-RECORD             PIC X(200).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * The request, as edited from SARPARM.
       01  WS-REQUEST-FIELDS.
           03 WS-REQUEST-MODE             PIC X     VALUE SPACE.
              88 WS-EXTRACT-MODE                    VALUE 'X'.
              88 WS-ERASE-MODE                      VALUE 'E'.
              88 WS-MODE-VALID                      VALUE 'X' 'E'.
           03 WS-CUSTOMER-NUM             PIC X(10) VALUE SPACES.
           03 WS-REQUESTED-BY             PIC X(30) VALUE SPACES.
           03 WS-ACTIONED-BY              PIC X(8)  VALUE SPACES.
           03 WS-DATE-REQUESTED           PIC X(10) VALUE SPACES.

      * When the run was actioned - ISO date and hhmmss, as the
      * register holds them.
       01  WS-RUN-STAMP.
           03 WS-RUN-DATE-YMD             PIC X(8)  VALUE SPACES.
           03 WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
           03 WS-RUN-TIME-FULL            PIC X(8)  VALUE SPACES.
           03 WS-RUN-TIME                 PIC X(6)  VALUE SPACES.

      * Register row.  WS-RESULT is C complete, R refused (erasure
      * with an open LGUWRKQ item) or F failed (DB2 error).
       01  WS-REGISTER-FIELDS.
           03 WS-REGISTER-SEQ             PIC S9(9) COMP VALUE +0.
           03 WS-REGISTER-SEQ-NUM         PIC 9(9)  VALUE ZERO.
           03 WS-PSEUDONYM                PIC X(10) VALUE SPACES.
           03 WS-RESULT                   PIC X     VALUE 'C'.
              88 WS-RESULT-COMPLETE                 VALUE 'C'.
              88 WS-RESULT-REFUSED                  VALUE 'R'.
              88 WS-RESULT-FAILED                   VALUE 'F'.
           03 WS-OPEN-REVIEW-COUNT        PIC S9(9) COMP VALUE +0.

      * Rows found (extract) or pseudonymised (erasure) per store.
       01  WS-STORE-COUNTS.
           03 WS-AUDIT-ROWS               PIC S9(9) COMP VALUE +0.
           03 WS-REVIEW-ROWS              PIC S9(9) COMP VALUE +0.
           03 WS-SHADOW-ROWS              PIC S9(9) COMP VALUE +0.
           03 WS-QUOTE-ROWS               PIC S9(9) COMP VALUE +0.
           03 WS-DUPLICATE-ROWS           PIC S9(9) COMP VALUE +0.
           03 WS-ARCHIVE-RECORDS          PIC S9(9) COMP VALUE +0.
           03 WS-ARCHIVE-READ-COUNT       PIC S9(9) COMP VALUE +0.

      * Host variables for one LGRULAUD row.
       01  WS-AUDIT-ROW.
           03 AU-AUDIT-DATE               PIC X(10).
           03 AU-AUDIT-SRCE               PIC X.
           03 AU-POLICY-NUM               PIC X(10).
           03 AU-REQUEST-ID               PIC X(6).
           03 AU-POLICY-TERM              PIC 9(2).
           03 AU-SUM-ASSURED              PIC 9(7)V99.
           03 AU-FUND-NAME-IN             PIC X(20).
           03 AU-FUND-NAME-OUT            PIC X(20).
           03 AU-PREMIUM                  PIC 9(7)V99.
           03 AU-BROKER-ID                PIC X(6).
           03 AU-QUOTE-REF                PIC X(10).
           03 AU-RULE-MSG                 PIC X(80).
           03 AU-LIFE-ASSURED             PIC X(30).

      * Host variables for one LGUWRKQ row.
       01  WS-REVIEW-ROW.
           03 WQ-POLICY-NUM               PIC X(10).
           03 WQ-REQUEST-ID               PIC X(6).
           03 WQ-REVIEW-REASON            PIC X.
           03 WQ-REVIEW-STATUS            PIC X.
           03 WQ-DATE-FLAGGED             PIC X(8).
           03 WQ-POLICY-TERM              PIC 9(2).
           03 WQ-SUM-ASSURED              PIC 9(7)V99.
           03 WQ-FUND-NAME                PIC X(20).
           03 WQ-UNDERWRITER-ID           PIC X(8).
           03 WQ-DATE-ACTIONED            PIC X(8).
           03 WQ-DISP-FUND-NAME           PIC X(20).
           03 WQ-DISP-PREMIUM             PIC 9(7)V99.
           03 WQ-COUNTERSIGN-ID           PIC X(8).
           03 WQ-LIFE-ASSURED             PIC X(30).

      * Host variables for one LGRULSHD row.
       01  WS-SHADOW-ROW.
           03 SH-SHADOW-DATE              PIC X(10).
           03 SH-POLICY-NUM               PIC X(10).
           03 SH-REQUEST-ID               PIC X(6).
           03 SH-CHAMP-VERSION            PIC X(2).
           03 SH-CHAMP-FUND               PIC X(20).
           03 SH-CHALL-VERSION            PIC X(2).
           03 SH-CHALL-FUND               PIC X(20).
           03 SH-FUNDS-MATCH              PIC X.
           03 SH-POLICY-TERM              PIC 9(2).
           03 SH-SUM-ASSURED              PIC 9(7)V99.

      * Host variables for one LGQUOTE row.
       01  WS-QUOTE-ROW.
           03 QT-QUOTE-REF                PIC X(10).
           03 QT-POLICY-NUM               PIC X(10).
           03 QT-REQUEST-ID               PIC X(6).
           03 QT-QUOTE-DATE               PIC X(10).
           03 QT-EXPIRY-DATE              PIC X(10).
           03 QT-QUOTE-STATUS             PIC X.
           03 QT-POLICY-TERM              PIC 9(2).
           03 QT-SUM-ASSURED              PIC 9(7)V99.
           03 QT-FUND-NAME                PIC X(20).
           03 QT-PREMIUM                  PIC 9(7)V99.
           03 QT-CONV-CHANNEL             PIC X.
           03 QT-CONV-POLICY-NUM          PIC X(10).

      * Host variables for one LGDUPLOG row.
       01  WS-DUPLICATE-ROW.
           03 DL-DATE-CAUGHT              PIC X(10).
           03 DL-TIME-CAUGHT              PIC X(6).
           03 DL-CHANNEL                  PIC X.
           03 DL-POLICY-NUM               PIC X(10).
           03 DL-REQUEST-ID               PIC X(6).
           03 DL-BROKER-ID                PIC X(6).
           03 DL-PRIOR-CHANNEL            PIC X.
           03 DL-PRIOR-DATE               PIC X(10).

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZZZZZ9.
       01  WS-TERM-DISP                   PIC Z9.
       01  WS-MONEY-DISP                  PIC Z(6)9.99.
       01  WS-MONEY-DISP2                 PIC Z(6)9.99.
       01  WS-SQLCODE-DISP                PIC -(8)9.

           COPY SQLCA.

      * Everything held against the customer, store by store, oldest
      * first.  The later-added LGRULAUD columns come back as spaces
      * or zero where a row predates them.
           EXEC SQL
               DECLARE AUDCSR CURSOR FOR
                   SELECT COALESCE(AUDIT_DATE, ' '),
                          COALESCE(AUDIT_SRCE, ' '),
                          POLICY_NUM, REQUEST_ID, POLICY_TERM,
                          SUM_ASSURED, FUND_NAME_IN, FUND_NAME_OUT,
                          COALESCE(PREMIUM, 0),
                          COALESCE(BROKER_ID, ' '),
                          COALESCE(QUOTE_REF, ' '),
                          RULE_MSG,
                          COALESCE(LIFE_ASSURED, ' ')
                     FROM LGRULAUD
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                    ORDER BY 1, POLICY_NUM
                      FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
               DECLARE RVWCSR CURSOR FOR
                   SELECT POLICY_NUM, REQUEST_ID, REVIEW_REASON,
                          REVIEW_STATUS, DATE_FLAGGED, POLICY_TERM,
                          SUM_ASSURED, FUND_NAME, UNDERWRITER_ID,
                          DATE_ACTIONED,
                          COALESCE(DISP_FUND_NAME, ' '),
                          COALESCE(DISP_PREMIUM, 0),
                          COALESCE(COUNTERSIGN_ID, ' '),
                          COALESCE(LIFE_ASSURED, ' ')
                     FROM LGUWRKQ
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                    ORDER BY DATE_FLAGGED, POLICY_NUM
                      FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
               DECLARE SHDCSR CURSOR FOR
                   SELECT SHADOW_DATE, POLICY_NUM, REQUEST_ID,
                          CHAMP_VERSION, CHAMP_FUND,
                          CHALL_VERSION, CHALL_FUND,
                          FUNDS_MATCH, POLICY_TERM, SUM_ASSURED
                     FROM LGRULSHD
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                    ORDER BY SHADOW_DATE, POLICY_NUM
                      FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
               DECLARE QTECSR CURSOR FOR
                   SELECT QUOTE_REF, POLICY_NUM, REQUEST_ID,
                          QUOTE_DATE, EXPIRY_DATE, QUOTE_STATUS,
                          POLICY_TERM, SUM_ASSURED, FUND_NAME,
                          PREMIUM, CONV_CHANNEL, CONV_POLICY_NUM
                     FROM LGQUOTE
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                    ORDER BY QUOTE_DATE, QUOTE_REF
                      FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
               DECLARE DUPCSR CURSOR FOR
                   SELECT DATE_CAUGHT, TIME_CAUGHT, CHANNEL,
                          POLICY_NUM, REQUEST_ID,
                          COALESCE(BROKER_ID, ' '),
                          PRIOR_CHANNEL, PRIOR_DATE
                     FROM LGDUPLOG
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                    ORDER BY DATE_CAUGHT, TIME_CAUGHT
                      FOR FETCH ONLY
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-REQUEST-PARM
           PERFORM ALLOCATE-REGISTER-SEQ
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           IF WS-EXTRACT-MODE
               PERFORM EXTRACT-CUSTOMER-DATA
           ELSE
               PERFORM ERASE-CUSTOMER-DATA
           END-IF
           PERFORM RECORD-ON-REGISTER
           PERFORM WRITE-RUN-SUMMARY
           CLOSE PRINT-FILE
           GOBACK.

      *================================================================*
      * Read and edit the request.  Mode, customer number, who asked   *
      * and who is actioning it are all required - the register must   *
      * be able to say who and when for every run - so anything        *
      * missing or malformed fails the run before DB2 is touched.      *
      *================================================================*
       READ-REQUEST-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               DISPLAY 'LGCUSAR1 NO REQUEST PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PA-MODE TO WS-REQUEST-MODE
           IF NOT WS-MODE-VALID
               DISPLAY 'LGCUSAR1 MODE NOT X OR E: ' PA-MODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF PA-CUSTOMER-NUM EQUAL SPACES
              OR PA-REQUESTED-BY EQUAL SPACES
              OR PA-ACTIONED-BY EQUAL SPACES
               DISPLAY 'LGCUSAR1 CUSTOMER NUMBER, REQUESTER AND USER '
                       'ID ARE ALL REQUIRED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PA-CUSTOMER-NUM TO WS-CUSTOMER-NUM
           MOVE PA-REQUESTED-BY TO WS-REQUESTED-BY
           MOVE PA-ACTIONED-BY TO WS-ACTIONED-BY
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           STRING WS-RUN-DATE-YMD(1:4) '-'
                  WS-RUN-DATE-YMD(5:2) '-'
                  WS-RUN-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING
           IF PA-DATE-REQUESTED EQUAL SPACES
               MOVE WS-RUN-DATE-ISO TO WS-DATE-REQUESTED
           ELSE
               IF PA-DATE-REQUESTED(1:4) NOT NUMERIC
                  OR PA-DATE-REQUESTED(5:1) NOT EQUAL '-'
                  OR PA-DATE-REQUESTED(6:2) NOT NUMERIC
                  OR PA-DATE-REQUESTED(6:2) < '01'
                  OR PA-DATE-REQUESTED(6:2) > '12'
                  OR PA-DATE-REQUESTED(8:1) NOT EQUAL '-'
                  OR PA-DATE-REQUESTED(9:2) NOT NUMERIC
                  OR PA-DATE-REQUESTED(9:2) < '01'
                  OR PA-DATE-REQUESTED(9:2) > '31'
                   DISPLAY 'LGCUSAR1 DATE REQUESTED NOT YYYY-MM-DD: '
                           PA-DATE-REQUESTED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PA-DATE-REQUESTED TO WS-DATE-REQUESTED
           END-IF.
           EXIT.

      *================================================================*
      * Take the run's register sequence number - and, for an erasure, *
      * the pseudonym built from it.                                   *
      *================================================================*
       ALLOCATE-REGISTER-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(REGISTER_SEQ), 0) + 1
                 INTO :WS-REGISTER-SEQ
                 FROM LGSARLOG
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY 'LGCUSAR1 REGISTER READ FAILED SQLCODE='
                       WS-SQLCODE-DISP ' - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REGISTER-SEQ TO WS-REGISTER-SEQ-NUM
           IF WS-ERASE-MODE
               STRING 'E' WS-REGISTER-SEQ-NUM
                      DELIMITED BY SIZE INTO WS-PSEUDONYM
               END-STRING
           END-IF.
           EXIT.

      *================================================================*
      * Extract mode: list every store in turn.  A DB2 error on one    *
      * store is reported and the others are still listed, but the     *
      * run is recorded as failed and ends 8.                          *
      *================================================================*
       EXTRACT-CUSTOMER-DATA.
           PERFORM EXTRACT-RATING-AUDIT
           PERFORM EXTRACT-REVIEW-QUEUE
           PERFORM EXTRACT-SHADOW-COMPARES
           PERFORM EXTRACT-QUOTE-REGISTER
           PERFORM EXTRACT-DUPLICATE-LOG
           PERFORM EXTRACT-ARCHIVE.
           EXIT.

       EXTRACT-RATING-AUDIT.
           MOVE 'RATING DECISIONS - LGRULAUD' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  AUDIT DATE S POLICY     REQ-ID TM'
                  ' SUM ASSURD FUND REQUESTED      '
                  ' FUND RETURNED       '
                  '    PREMIUM BROKER QUOTE REF'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN AUDCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-AUDIT-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE AUDCSR END-EXEC
           END-IF
           MOVE WS-AUDIT-ROWS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       FETCH-AUDIT-ROW.
           EXEC SQL
               FETCH AUDCSR
                INTO :AU-AUDIT-DATE, :AU-AUDIT-SRCE,
                     :AU-POLICY-NUM, :AU-REQUEST-ID,
                     :AU-POLICY-TERM, :AU-SUM-ASSURED,
                     :AU-FUND-NAME-IN, :AU-FUND-NAME-OUT,
                     :AU-PREMIUM, :AU-BROKER-ID, :AU-QUOTE-REF,
                     :AU-RULE-MSG, :AU-LIFE-ASSURED
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-AUDIT-ROWS
               PERFORM WRITE-AUDIT-LINES
           END-IF.
           EXIT.

      * One rating decision - LGRULAUD row or archive record alike -
      * with the life assured and the rule message on lines of their
      * own when there are any.
       WRITE-AUDIT-LINES.
           MOVE AU-POLICY-TERM TO WS-TERM-DISP
           MOVE AU-SUM-ASSURED TO WS-MONEY-DISP
           MOVE AU-PREMIUM TO WS-MONEY-DISP2
           STRING '  ' AU-AUDIT-DATE ' ' AU-AUDIT-SRCE
                  ' ' AU-POLICY-NUM ' ' AU-REQUEST-ID
                  ' ' WS-TERM-DISP ' ' WS-MONEY-DISP
                  ' ' AU-FUND-NAME-IN ' ' AU-FUND-NAME-OUT
                  ' ' WS-MONEY-DISP2 ' ' AU-BROKER-ID
                  ' ' AU-QUOTE-REF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF AU-LIFE-ASSURED NOT EQUAL SPACES
               STRING '             LIFE ASSURED: ' AU-LIFE-ASSURED
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF AU-RULE-MSG NOT EQUAL SPACES
               STRING '             RULE MESSAGE: ' AU-RULE-MSG
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

       EXTRACT-REVIEW-QUEUE.
           MOVE 'UNDERWRITER REVIEWS - LGUWRKQ' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  POLICY     REQ-ID R S FLAGGED  TM'
                  ' SUM ASSURD FUND REQUESTED      '
                  ' ACTIONER ACTIONED FUND AGREED         '
                  '    PREMIUM COUNTSIG'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN RVWCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-REVIEW-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE RVWCSR END-EXEC
           END-IF
           MOVE WS-REVIEW-ROWS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       FETCH-REVIEW-ROW.
           EXEC SQL
               FETCH RVWCSR
                INTO :WQ-POLICY-NUM, :WQ-REQUEST-ID,
                     :WQ-REVIEW-REASON, :WQ-REVIEW-STATUS,
                     :WQ-DATE-FLAGGED, :WQ-POLICY-TERM,
                     :WQ-SUM-ASSURED, :WQ-FUND-NAME,
                     :WQ-UNDERWRITER-ID, :WQ-DATE-ACTIONED,
                     :WQ-DISP-FUND-NAME, :WQ-DISP-PREMIUM,
                     :WQ-COUNTERSIGN-ID, :WQ-LIFE-ASSURED
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-REVIEW-ROWS
               MOVE WQ-POLICY-TERM TO WS-TERM-DISP
               MOVE WQ-SUM-ASSURED TO WS-MONEY-DISP
               MOVE WQ-DISP-PREMIUM TO WS-MONEY-DISP2
               STRING '  ' WQ-POLICY-NUM ' ' WQ-REQUEST-ID
                      ' ' WQ-REVIEW-REASON ' ' WQ-REVIEW-STATUS
                      ' ' WQ-DATE-FLAGGED ' ' WS-TERM-DISP
                      ' ' WS-MONEY-DISP ' ' WQ-FUND-NAME
                      ' ' WQ-UNDERWRITER-ID ' ' WQ-DATE-ACTIONED
                      ' ' WQ-DISP-FUND-NAME ' ' WS-MONEY-DISP2
                      ' ' WQ-COUNTERSIGN-ID
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WQ-LIFE-ASSURED NOT EQUAL SPACES
                   STRING '             LIFE ASSURED: ' WQ-LIFE-ASSURED
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
           EXIT.

       EXTRACT-SHADOW-COMPARES.
           MOVE 'SHADOW RULESET COMPARISONS - LGRULSHD'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  SHADOW DAY POLICY     REQ-ID'
                  ' CH CHAMPION FUND       CL CHALLENGER FUND    '
                  ' M TM SUM ASSURD'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN SHDCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-SHADOW-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE SHDCSR END-EXEC
           END-IF
           MOVE WS-SHADOW-ROWS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       FETCH-SHADOW-ROW.
           EXEC SQL
               FETCH SHDCSR
                INTO :SH-SHADOW-DATE, :SH-POLICY-NUM,
                     :SH-REQUEST-ID, :SH-CHAMP-VERSION,
                     :SH-CHAMP-FUND, :SH-CHALL-VERSION,
                     :SH-CHALL-FUND, :SH-FUNDS-MATCH,
                     :SH-POLICY-TERM, :SH-SUM-ASSURED
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-SHADOW-ROWS
               MOVE SH-POLICY-TERM TO WS-TERM-DISP
               MOVE SH-SUM-ASSURED TO WS-MONEY-DISP
               STRING '  ' SH-SHADOW-DATE ' ' SH-POLICY-NUM
                      ' ' SH-REQUEST-ID
                      ' ' SH-CHAMP-VERSION ' ' SH-CHAMP-FUND
                      ' ' SH-CHALL-VERSION ' ' SH-CHALL-FUND
                      ' ' SH-FUNDS-MATCH ' ' WS-TERM-DISP
                      ' ' WS-MONEY-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

       EXTRACT-QUOTE-REGISTER.
           MOVE 'WEB QUOTES - LGQUOTE' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  QUOTE REF  POLICY     REQ-ID QUOTED    '
                  ' EXPIRES    S TM SUM ASSURD FUND              '
                  '       PREMIUM C BOUGHT AS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN QTECSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-QUOTE-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE QTECSR END-EXEC
           END-IF
           MOVE WS-QUOTE-ROWS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       FETCH-QUOTE-ROW.
           EXEC SQL
               FETCH QTECSR
                INTO :QT-QUOTE-REF, :QT-POLICY-NUM,
                     :QT-REQUEST-ID, :QT-QUOTE-DATE,
                     :QT-EXPIRY-DATE, :QT-QUOTE-STATUS,
                     :QT-POLICY-TERM, :QT-SUM-ASSURED,
                     :QT-FUND-NAME, :QT-PREMIUM,
                     :QT-CONV-CHANNEL, :QT-CONV-POLICY-NUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-QUOTE-ROWS
               MOVE QT-POLICY-TERM TO WS-TERM-DISP
               MOVE QT-SUM-ASSURED TO WS-MONEY-DISP
               MOVE QT-PREMIUM TO WS-MONEY-DISP2
               STRING '  ' QT-QUOTE-REF ' ' QT-POLICY-NUM
                      ' ' QT-REQUEST-ID ' ' QT-QUOTE-DATE
                      ' ' QT-EXPIRY-DATE ' ' QT-QUOTE-STATUS
                      ' ' WS-TERM-DISP ' ' WS-MONEY-DISP
                      ' ' QT-FUND-NAME ' ' WS-MONEY-DISP2
                      ' ' QT-CONV-CHANNEL ' ' QT-CONV-POLICY-NUM
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

       EXTRACT-DUPLICATE-LOG.
           MOVE 'DUPLICATE APPLICATIONS REFUSED - LGDUPLOG'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  CAUGHT     TIME   C POLICY     REQ-ID BROKER'
                  ' P PRIOR DATE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN DUPCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-DUPLICATE-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE DUPCSR END-EXEC
           END-IF
           MOVE WS-DUPLICATE-ROWS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       FETCH-DUPLICATE-ROW.
           EXEC SQL
               FETCH DUPCSR
                INTO :DL-DATE-CAUGHT, :DL-TIME-CAUGHT,
                     :DL-CHANNEL, :DL-POLICY-NUM,
                     :DL-REQUEST-ID, :DL-BROKER-ID,
                     :DL-PRIOR-CHANNEL, :DL-PRIOR-DATE
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-DUPLICATE-ROWS
               STRING '  ' DL-DATE-CAUGHT ' ' DL-TIME-CAUGHT
                      ' ' DL-CHANNEL ' ' DL-POLICY-NUM
                      ' ' DL-REQUEST-ID ' ' DL-BROKER-ID
                      ' ' DL-PRIOR-CHANNEL ' ' DL-PRIOR-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *================================================================*
      * The archive is in LGAUARC1's unload order, not by customer, so *
      * every record is read and the customer's listed.                *
      *================================================================*
       EXTRACT-ARCHIVE.
           MOVE 'ARCHIVED RATING DECISIONS - LGAUARC1 ARCHIVE'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  AUDIT DATE S POLICY     REQ-ID TM'
                  ' SUM ASSURD FUND REQUESTED      '
                  ' FUND RETURNED       '
                  '    PREMIUM'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT ARCH-IN-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM EXTRACT-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE ARCH-IN-FILE
           PERFORM WARN-IF-NO-ARCHIVE
           MOVE WS-ARCHIVE-RECORDS TO WS-COUNT-DISP
           PERFORM WRITE-SECTION-COUNT.
           EXIT.

       EXTRACT-ARCHIVE-RECORD.
           IF AR-CUSTOMER-NUM EQUAL WS-CUSTOMER-NUM
               ADD 1 TO WS-ARCHIVE-RECORDS
               MOVE AR-AUDIT-DATE TO AU-AUDIT-DATE
               MOVE AR-AUDIT-SRCE TO AU-AUDIT-SRCE
               MOVE AR-POLICY-NUM TO AU-POLICY-NUM
               MOVE AR-REQUEST-ID TO AU-REQUEST-ID
               MOVE AR-POLICY-TERM TO AU-POLICY-TERM
               MOVE AR-SUM-ASSURED TO AU-SUM-ASSURED
               MOVE AR-FUND-NAME-IN TO AU-FUND-NAME-IN
               MOVE AR-FUND-NAME-OUT TO AU-FUND-NAME-OUT
               MOVE AR-PREMIUM TO AU-PREMIUM
               MOVE SPACES TO AU-BROKER-ID
               MOVE SPACES TO AU-QUOTE-REF
               MOVE AR-RULE-MSG TO AU-RULE-MSG
               MOVE SPACES TO AU-LIFE-ASSURED
               PERFORM WRITE-AUDIT-LINES
           END-IF
           PERFORM READ-ARCHIVE-RECORD.
           EXIT.

       READ-ARCHIVE-RECORD.
           READ ARCH-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
           END-READ.
           EXIT.

       WARN-IF-NO-ARCHIVE.
           IF WS-ARCHIVE-READ-COUNT EQUAL ZERO
               DISPLAY 'LGCUSAR1 WARNING - ARCHIVE EMPTY OR NOT '
                       'SUPPLIED'
               MOVE '  ARCHIVE EMPTY OR NOT SUPPLIED - NOT SEARCHED'
                    TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *================================================================*
      * Erase mode: refuse while an LGUWRKQ item is open, otherwise    *
      * pseudonymise every table, then the archive.  Nothing is        *
      * committed here - RECORD-ON-REGISTER commits the erasure with   *
      * its register row, or rolls it back.                            *
      *================================================================*
       ERASE-CUSTOMER-DATA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-REVIEW-COUNT
                 FROM LGUWRKQ
                WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
                  AND REVIEW_STATUS IN ('P', 'C', 'W')
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   PERFORM REPORT-SQL-ERROR
               WHEN WS-OPEN-REVIEW-COUNT > ZERO
                   SET WS-RESULT-REFUSED TO TRUE
                   MOVE WS-OPEN-REVIEW-COUNT TO WS-COUNT-DISP
                   STRING 'ERASURE REFUSED - ' WS-COUNT-DISP
                          ' ITEM(S) STILL OPEN ON THE LGUWRKQ '
                          'UNDERWRITER QUEUE - RESUBMIT ONCE '
                          'DISPOSITIONED'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY 'LGCUSAR1 ERASURE REFUSED - LGUWRKQ ITEM '
                           'OPEN FOR CUSTOMER ' WS-CUSTOMER-NUM
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PSEUDONYMISE-TABLES
                   IF WS-RESULT-COMPLETE
                       PERFORM PSEUDONYMISE-ARCHIVE
                   END-IF
           END-EVALUATE.
           EXIT.

       PSEUDONYMISE-TABLES.
           EXEC SQL
               UPDATE LGRULAUD
                  SET CUSTOMER_NUM = :WS-PSEUDONYM,
                      LIFE_ASSURED =
                          CASE WHEN LIFE_ASSURED > ' '
                               THEN :WS-PSEUDONYM
                               ELSE LIFE_ASSURED
                          END
                WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
           END-EXEC
           PERFORM CHECK-UPDATE
           MOVE SQLERRD3 TO WS-AUDIT-ROWS
           IF WS-RESULT-COMPLETE
               EXEC SQL
                   UPDATE LGUWRKQ
                      SET CUSTOMER_NUM = :WS-PSEUDONYM,
                          LIFE_ASSURED =
                              CASE WHEN LIFE_ASSURED > ' '
                                   THEN :WS-PSEUDONYM
                                   ELSE LIFE_ASSURED
                              END
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
               END-EXEC
               PERFORM CHECK-UPDATE
               MOVE SQLERRD3 TO WS-REVIEW-ROWS
           END-IF
           IF WS-RESULT-COMPLETE
               EXEC SQL
                   UPDATE LGRULSHD
                      SET CUSTOMER_NUM = :WS-PSEUDONYM
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
               END-EXEC
               PERFORM CHECK-UPDATE
               MOVE SQLERRD3 TO WS-SHADOW-ROWS
           END-IF
           IF WS-RESULT-COMPLETE
               EXEC SQL
                   UPDATE LGQUOTE
                      SET CUSTOMER_NUM = :WS-PSEUDONYM
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
               END-EXEC
               PERFORM CHECK-UPDATE
               MOVE SQLERRD3 TO WS-QUOTE-ROWS
           END-IF
           IF WS-RESULT-COMPLETE
               EXEC SQL
                   UPDATE LGDUPLOG
                      SET CUSTOMER_NUM = :WS-PSEUDONYM
                    WHERE CUSTOMER_NUM = :WS-CUSTOMER-NUM
               END-EXEC
               PERFORM CHECK-UPDATE
               MOVE SQLERRD3 TO WS-DUPLICATE-ROWS
           END-IF.
           EXIT.

      * A searched UPDATE that finds nothing is +100, not an error -
      * the rows-affected count is then zero.
       CHECK-UPDATE.
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO SQLERRD3
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
                   MOVE ZERO TO SQLERRD3
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Copy the whole archive to ARCHOUT, the customer's records      *
      * under the pseudonym and every other record untouched.          *
      *================================================================*
       PSEUDONYMISE-ARCHIVE.
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT ARCH-IN-FILE
           OPEN OUTPUT ARCH-OUT-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM COPY-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE ARCH-IN-FILE
           CLOSE ARCH-OUT-FILE
           PERFORM WARN-IF-NO-ARCHIVE.
           EXIT.

       COPY-ARCHIVE-RECORD.
           IF AR-CUSTOMER-NUM EQUAL WS-CUSTOMER-NUM
               MOVE WS-PSEUDONYM TO AR-CUSTOMER-NUM
               ADD 1 TO WS-ARCHIVE-RECORDS
           END-IF
           MOVE AUDIT-ARCHIVE-RECORD TO ARCH-OUT-RECORD
           WRITE ARCH-OUT-RECORD
           PERFORM READ-ARCHIVE-RECORD.
           EXIT.

      *================================================================*
      * Record the run on LGSARLOG.  A completed or refused run is     *
      * committed with its row (for an erasure, together with the      *
      * pseudonymised rows).  A failed run is rolled back first and    *
      * then recorded on its own, so the register shows the attempt    *
      * even though nothing was erased.                                *
      *================================================================*
       RECORD-ON-REGISTER.
           IF WS-RESULT-FAILED
               EXEC SQL ROLLBACK END-EXEC
               IF WS-ERASE-MODE
                   MOVE 'ERASURE ROLLED BACK - NOTHING ERASED'
                        TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           EXEC SQL
               INSERT INTO LGSARLOG
                   ( REGISTER_SEQ, REQUEST_MODE, CUSTOMER_NUM,
                     PSEUDONYM, REQUESTED_BY, DATE_REQUESTED,
                     ACTIONED_BY, DATE_ACTIONED, TIME_ACTIONED,
                     RESULT, AUDIT_ROWS, REVIEW_ROWS, SHADOW_ROWS,
                     QUOTE_ROWS, DUPLICATE_ROWS, ARCHIVE_RECORDS )
                 VALUES
                   ( :WS-REGISTER-SEQ, :WS-REQUEST-MODE,
                     :WS-CUSTOMER-NUM, :WS-PSEUDONYM,
                     :WS-REQUESTED-BY, :WS-DATE-REQUESTED,
                     :WS-ACTIONED-BY, :WS-RUN-DATE-ISO,
                     :WS-RUN-TIME, :WS-RESULT,
                     :WS-AUDIT-ROWS, :WS-REVIEW-ROWS,
                     :WS-SHADOW-ROWS, :WS-QUOTE-ROWS,
                     :WS-DUPLICATE-ROWS, :WS-ARCHIVE-RECORDS )
           END-EXEC
           IF SQLCODE EQUAL ZERO
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY 'LGCUSAR1 REGISTER INSERT FAILED SQLCODE='
                       WS-SQLCODE-DISP ' - RUN ROLLED BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'NOT RECORDED ON THE REGISTER - RUN ROLLED BACK'
                    TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           IF WS-EXTRACT-MODE
               STRING 'CUSTOMER SUBJECT-ACCESS EXTRACT - LGCUSAR1 - '
                      WS-RUN-DATE-ISO
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'CUSTOMER ERASURE - LGCUSAR1 - '
                      WS-RUN-DATE-ISO
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE WS-REGISTER-SEQ TO WS-COUNT-DISP
           STRING 'CUSTOMER ' WS-CUSTOMER-NUM
                  '   REGISTER NUMBER ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING 'REQUESTED BY ' WS-REQUESTED-BY
                  ' ON ' WS-DATE-REQUESTED
                  '   ACTIONED BY ' WS-ACTIONED-BY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-SECTION-COUNT.
           STRING '  ROWS: ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE.
           EXIT.

      * The erasure record: rows pseudonymised per store.  An extract
      * has already shown its counts section by section.
       WRITE-RUN-SUMMARY.
           IF WS-ERASE-MODE
              AND WS-RESULT-COMPLETE
               MOVE 'ROWS PSEUDONYMISED' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-AUDIT-ROWS TO WS-COUNT-DISP
               STRING '  LGRULAUD RATING DECISIONS      ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-REVIEW-ROWS TO WS-COUNT-DISP
               STRING '  LGUWRKQ UNDERWRITER REVIEWS    ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SHADOW-ROWS TO WS-COUNT-DISP
               STRING '  LGRULSHD SHADOW COMPARISONS    ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-QUOTE-ROWS TO WS-COUNT-DISP
               STRING '  LGQUOTE WEB QUOTES             ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DUPLICATE-ROWS TO WS-COUNT-DISP
               STRING '  LGDUPLOG DUPLICATES REFUSED    ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ARCHIVE-RECORDS TO WS-COUNT-DISP
               STRING '  ARCHIVE RECORDS                ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-REGISTER-SEQ TO WS-COUNT-DISP
           DISPLAY 'LGCUSAR1 MODE ' WS-REQUEST-MODE
                   ' RESULT ' WS-RESULT
                   ' REGISTER NUMBER ' WS-COUNT-DISP.
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
           DISPLAY 'LGCUSAR1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'DB2 ERROR - RUN INCOMPLETE, SEE SYSOUT'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           SET WS-RESULT-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE.
           EXIT.
