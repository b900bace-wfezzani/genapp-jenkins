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
      *               Nightly Web Quote Expiry Sweep                   *
      *                                                                *
      *   Closes the web quotes on the LGQUOTE register whose          *
      *   validity has run out - every quote still open ('O') with an  *
      *   expiry date before the sweep date is marked expired ('X')    *
      *   and dated - so the register holds only quotes that can       *
      *   still be bought, and the LGQTRPT1 conversion report can      *
      *   count what lapsed.                                           *
      *                                                                *
      * INPUT:                                                         *
      *   QTEPARM - optional single record carrying the sweep date as  *
      *             yyyy-mm-dd in columns 1-10; missing or blank       *
      *             sweeps as of today                                 *
      *                                                                *
      * OUTPUT:                                                        *
      *   None - the count of quotes expired is reported on SYSOUT     *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - sweep completed                                          *
      *   8 - parameter invalid or DB2 error - nothing expired, see    *
      *       SYSOUT                                                   *
      *                                                                *
      * NOTES:                                                         *
      *  A quote is valid through its expiry date, so a quote expiring *
      *  today is left open until tomorrow night's sweep - the same    *
      *  test LGAPBR01 and LGBRBAT1 make when a quote is bought.  A    *
      *  quote past its date that the sweep has not yet reached is     *
      *  refused by both anyway.  Run after the day's LGBRBAT1 runs,   *
      *  so a quote bought in the night's broker load on its last day  *
      *  is converted before it could be expired.                      *
      *                                                                *
      *  A quote an add was bought under (its reference on an          *
      *  LGRULAUD rating) whose policy is still referred on LGUWRKQ -  *
      *  PENDING, CLAIMED or awaiting a second signature - is not      *
      *  expired: the customer has bought it, and LGUWLST1 converts    *
      *  it when the approval is final.  A declined referral's quote   *
      *  expires as normal.                                            *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - Leave open a quote whose buying rating is still  *
      *               referred on LGUWRKQ.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTEXP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN-FILE ASSIGN TO QTEPARM
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-SWEEP-DATE            PIC X(10).
           03 FILLER                   PIC X(70).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

       01  WS-RUN-DATE-YMD                PIC X(8)  VALUE SPACES.
       01  WS-SWEEP-DATE-ISO              PIC X(10) VALUE SPACES.

       01  WS-EXPIRED-COUNT               PIC S9(9) COMP VALUE +0.
       01  WS-COUNT-DISP                  PIC Z(8)9.
       01  WS-SQLCODE-DISP                PIC -(8)9.

           COPY SQLCA.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-SWEEP-PARM
           PERFORM EXPIRE-LAPSED-QUOTES
           GOBACK.

      *================================================================*
      * Read and edit the sweep-date parameter - no parameter, or a    *
      * blank one, sweeps as of today; anything else not in strict     *
      * yyyy-mm-dd form fails the run before DB2 is touched.           *
      *================================================================*
       READ-SWEEP-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               MOVE SPACES TO PA-SWEEP-DATE
           END-IF
           IF PA-SWEEP-DATE EQUAL SPACES
               ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD
               STRING WS-RUN-DATE-YMD(1:4) '-'
                      WS-RUN-DATE-YMD(5:2) '-'
                      WS-RUN-DATE-YMD(7:2)
                      DELIMITED BY SIZE INTO WS-SWEEP-DATE-ISO
               END-STRING
           ELSE
               IF PA-SWEEP-DATE(1:4) NOT NUMERIC
                  OR PA-SWEEP-DATE(5:1) NOT EQUAL '-'
                  OR PA-SWEEP-DATE(6:2) NOT NUMERIC
                  OR PA-SWEEP-DATE(6:2) < '01'
                  OR PA-SWEEP-DATE(6:2) > '12'
                  OR PA-SWEEP-DATE(8:1) NOT EQUAL '-'
                  OR PA-SWEEP-DATE(9:2) NOT NUMERIC
                  OR PA-SWEEP-DATE(9:2) < '01'
                  OR PA-SWEEP-DATE(9:2) > '31'
                   DISPLAY 'LGQTEXP1 SWEEP DATE NOT YYYY-MM-DD: '
                           PA-SWEEP-DATE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PA-SWEEP-DATE TO WS-SWEEP-DATE-ISO
           END-IF.
           EXIT.

      *================================================================*
      * Expire every open quote whose validity ended before the sweep  *
      * date, in one unit of work - a DB2 error rolls the sweep back   *
      * whole, and the next night's run picks the quotes up.  A quote  *
      * a referral under review was bought under is left - see NOTES.  *
      *================================================================*
       EXPIRE-LAPSED-QUOTES.
           EXEC SQL
               UPDATE LGQUOTE Z
                  SET QUOTE_STATUS = 'X',
                      STATUS_DATE = :WS-SWEEP-DATE-ISO
                WHERE Z.QUOTE_STATUS = 'O'
                  AND Z.EXPIRY_DATE < :WS-SWEEP-DATE-ISO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LGRULAUD A, LGUWRKQ Q
                        WHERE A.QUOTE_REF = Z.QUOTE_REF
                          AND Q.CUSTOMER_NUM = A.CUSTOMER_NUM
                          AND Q.POLICY_NUM = A.POLICY_NUM
                          AND Q.REVIEW_STATUS IN ('P', 'C', 'W'))
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE SQLERRD3 TO WS-EXPIRED-COUNT
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO WS-EXPIRED-COUNT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY 'LGQTEXP1 DB2 ERROR SQLCODE='
                           WS-SQLCODE-DISP
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'LGQTEXP1 SWEEP ROLLED BACK - NO QUOTES '
                           'EXPIRED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGQTEXP1 QUOTES EXPIRED BEFORE '
                   WS-SWEEP-DATE-ISO ': ' WS-COUNT-DISP.
           EXIT.
