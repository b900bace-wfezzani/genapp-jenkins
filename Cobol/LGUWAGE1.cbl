      *   queue backing up before an underwriter finds a nineteen-day- *
      *   old referral the hard way.  Items are banded by age and      *
      *   split by referral reason ('1' ODM-unavailable, '2' fund      *
      *   reject, '3' reinsurance - the same codes LGAPBR01 flags      *
      *   with), and every item at or past the escalation age is       *
      *   listed by name.  The companion LGUWESC1 transaction raises   *
      *   the operator alert for the same overage items online.        *
      *                                                                *
      *   Approvals awaiting a second signature (LGUWLST1 status 'W')  *
      *   are not PENDING work and are reported in a section of their  *
      *   own, aged from the date of the first signature, so a         *
      *   countersignature backlog is seen apart from the referrals.   *
      *                                                                *
      * INPUT:                                                         *
      *   RPTPARM - single record carrying the escalation age in       *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - report produced, nothing at or past the escalation age  *
      *   4 - report produced, one or more items (pending, or awaiting *
      *       a second signature) at or past the escalation age - see  *
      *       the ESCALATED and SECOND SIGNATURE sections              *
      *   8 - parameter missing/invalid or DB2 error - see SYSOUT      *
      *                                                                *
      * NOTES:                                                         *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Separate section for approvals awaiting a second *
      *               signature, aged from the first signature.        *
      *  2026-10-15 - Split the age bands for reinsurance referrals    *
      *               (reason '3') as well.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUWAGE1.
                                          VALUE 0.
           03 WS-FUND-BAND-COUNT          PIC 9(5) OCCURS 4 TIMES
                                          VALUE 0.
           03 WS-RI-BAND-COUNT            PIC 9(5) OCCURS 4 TIMES
                                          VALUE 0.
           03 WS-PENDING-COUNT            PIC 9(5)  VALUE 0.
           03 WS-ESCALATED-COUNT          PIC 9(5)  VALUE 0.
           03 WS-CSIGN-COUNT              PIC 9(5)  VALUE 0.
           03 WS-CSIGN-OVERDUE-COUNT      PIC 9(5)  VALUE 0.
       01  WS-BAND-IDX                    PIC 9(2) COMP VALUE 0.

      * Host variables for one pending LGUWRKQ row.
           03 WQ-REVIEW-REASON            PIC X.
           03 WQ-DATE-FLAGGED             PIC X(8).
           03 WQ-TIME-FLAGGED             PIC X(6).
           03 WQ-UNDERWRITER-ID           PIC X(8).
           03 WQ-COUNTERSIGN-REASON       PIC X.
           03 WQ-DATE-ACTIONED            PIC X(8).
       01  WQ-CSIGN-REASON-IND            PIC S9(4) COMP VALUE 0.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-BAND-CAPTION                PIC X(20)  VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZ9.
       01  WS-COUNT-DISP2                 PIC ZZZZ9.
       01  WS-COUNT-DISP3                 PIC ZZZZ9.
       01  WS-COUNT-DISP4                 PIC ZZZZ9.
       01  WS-AGE-DISP                    PIC ZZZ9.
       01  WS-SQLCODE-DISP                PIC -(8)9.

                    ORDER BY DATE_FLAGGED, TIME_FLAGGED
           END-EXEC.

      * Approvals awaiting a second signature, longest waiting first -
      * DATE_ACTIONED is the date of the first signature.
           EXEC SQL
               DECLARE CSGCSR CURSOR FOR
                   SELECT CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                          UNDERWRITER_ID, COUNTERSIGN_REASON,
                          DATE_ACTIONED
                     FROM LGUWRKQ
                    WHERE REVIEW_STATUS = 'W'
                    ORDER BY DATE_ACTIONED, DATE_FLAGGED, TIME_FLAGGED
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM WRITE-REPORT-TITLE
           PERFORM AGE-PENDING-ITEMS
           PERFORM WRITE-BAND-SUMMARY
           PERFORM AGE-COUNTERSIGN-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PRINT-FILE
           IF (WS-ESCALATED-COUNT > 0
               OR WS-CSIGN-OVERDUE-COUNT > 0)
              AND RETURN-CODE EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
                       MOVE 4 TO WS-BAND-IDX
               END-EVALUATE
               ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX)
               EVALUATE WQ-REVIEW-REASON
                   WHEN '1'
                       ADD 1 TO WS-ODM-BAND-COUNT(WS-BAND-IDX)
                   WHEN '3'
                       ADD 1 TO WS-RI-BAND-COUNT(WS-BAND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-FUND-BAND-COUNT(WS-BAND-IDX)
               END-EVALUATE
               IF WS-ITEM-AGE-DAYS NOT LESS WS-ESCALATION-DAYS
                   ADD 1 TO WS-ESCALATED-COUNT
                   PERFORM WRITE-ESCALATED-LINE
      * by referral reason.                                            *
      *================================================================*
       WRITE-BAND-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PENDING BY AGE BAND '
                  '(TOTAL/ODM-UNAVAIL/FUND-REJECT/REINSURANCE)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE '  AGE  0-  3 DAYS ' TO WS-BAND-CAPTION
           MOVE 1 TO WS-BAND-IDX
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP
           MOVE WS-ODM-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP2
           MOVE WS-FUND-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP3
           MOVE WS-RI-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISP4
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BAND-CAPTION
                  WS-COUNT-DISP ' / ' WS-COUNT-DISP2
                  ' / ' WS-COUNT-DISP3 ' / ' WS-COUNT-DISP4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Approvals awaiting a second signature - every one listed with  *
      * its approver and how long it has waited; those at or past the  *
      * escalation age are marked OVERDUE.                             *
      *================================================================*
       AGE-COUNTERSIGN-ITEMS.
           MOVE 'APPROVALS AWAITING A SECOND SIGNATURE'
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN CSGCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM AGE-ONE-COUNTERSIGN-ITEM
                   UNTIL SQLCODE NOT EQUAL ZERO
               EXEC SQL CLOSE CSGCSR END-EXEC
           END-IF
           IF WS-CSIGN-COUNT EQUAL ZERO
               MOVE '  (NONE)' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       AGE-ONE-COUNTERSIGN-ITEM.
           EXEC SQL
               FETCH CSGCSR
                INTO :WQ-CUSTOMER-NUM, :WQ-POLICY-NUM,
                     :WQ-REQUEST-ID, :WQ-UNDERWRITER-ID,
                     :WQ-COUNTERSIGN-REASON :WQ-CSIGN-REASON-IND,
                     :WQ-DATE-ACTIONED
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-CSIGN-COUNT
               IF WQ-CSIGN-REASON-IND < 0
                   MOVE SPACE TO WQ-COUNTERSIGN-REASON
               END-IF
      * Same rule as the pending items - an unageable date is oldest.
               IF WQ-DATE-ACTIONED NUMERIC
                   MOVE WQ-DATE-ACTIONED TO WS-FLAGGED-DATE-NUM
                   COMPUTE WS-FLAGGED-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FLAGGED-DATE-NUM)
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-FLAGGED-DATE-INT
               ELSE
                   MOVE 999 TO WS-ITEM-AGE-DAYS
               END-IF
               MOVE WS-ITEM-AGE-DAYS TO WS-AGE-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  CUSTOMER ' WQ-CUSTOMER-NUM
                      '  POLICY ' WQ-POLICY-NUM
                      '  APPROVER ' WQ-UNDERWRITER-ID
                      '  WHY ' WQ-COUNTERSIGN-REASON
                      '  APPROVED ' WQ-DATE-ACTIONED
                      '  WAITING ' WS-AGE-DISP ' DAYS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               IF WS-ITEM-AGE-DAYS NOT LESS WS-ESCALATION-DAYS
                   ADD 1 TO WS-CSIGN-OVERDUE-COUNT
                   MOVE 'OVERDUE' TO WS-REPORT-LINE(108:7)
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ESCALATED ITEMS    ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CSIGN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AWAITING 2ND SIGN  ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CSIGN-OVERDUE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OVERDUE 2ND SIGN   ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

