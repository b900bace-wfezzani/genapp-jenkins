      *  and stay on the LGUWLST1 worklist.  Only endowment items      *
      *  ("nnAEND" add, "nnREND" renewal) are swept: the queue row     *
      *  carries enough to rebuild an endowment commarea, same         *
      *  restriction as LGUWLST1's manual resubmit.  An endowment      *
      *  item is re-driven with the life assured queued with it, so    *
      *  the re-drive is set against the reinsurance retention and     *
      *  keeps the policy in its life's exposure; one queued before    *
      *  LGUWRKQ carried the life is left for the worklist rather      *
      *  than re-driven without it.                                    *
      *                                                                *
      *  Each item is re-driven through LGAPBR01's normal rule         *
      *  processing by LINK, exactly as a live add would be.  On       *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-22 - New program.                                     *
      *  2026-10-15 - Re-drive with CA-REQUOTE-FLAG set, so LGAPBR01's *
      *               duplicate-application check does not refuse the  *
      *               referral it rated earlier.                       *
      *  2026-10-15 - Re-drive with the life assured queued on         *
      *               LGUWRKQ; items queued without one are left.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUWSWP1.
              05 WS-SWP-FUND-NAME          PIC X(20).
              05 WS-SWP-TERM               PIC 9(2).
              05 WS-SWP-SUM-ASSURED        PIC 9(7)V99.
              05 WS-SWP-LIFE-ASSURED       PIC X(30).
       01  WS-SWEEP-IDX                    PIC 9(3) COMP VALUE 0.

      * Host variables for the fetch/update of one LGUWRKQ row.
           03 WQ-FUND-NAME                 PIC X(20).
           03 WQ-POLICY-TERM               PIC 9(2).
           03 WQ-SUM-ASSURED               PIC 9(7)V99.
           03 WQ-LIFE-ASSURED              PIC X(30).
           03 WQ-DISP-FUND-NAME            PIC X(20).

       01  WS-SWEEP-SWITCHES.
           COPY SQLCA.

      * Sweepable items: pending, referred for the ODM-unavailable
      * reason only, endowment requests queued with their life
      * assured only - oldest first.
           EXEC SQL
               DECLARE SWPCSR CURSOR FOR
                   SELECT CUSTOMER_NUM, POLICY_NUM, REQUEST_ID,
                          FUND_NAME, POLICY_TERM, SUM_ASSURED,
                          LIFE_ASSURED
                     FROM LGUWRKQ
                    WHERE REVIEW_STATUS = 'P'
                      AND REVIEW_REASON = '1'
                      AND SUBSTR(REQUEST_ID, 3, 4)
                          IN ('AEND', 'REND')
                      AND LIFE_ASSURED > ' '
                    ORDER BY DATE_FLAGGED, TIME_FLAGGED
           END-EXEC.

               FETCH SWPCSR
                INTO :WQ-CUSTOMER-NUM, :WQ-POLICY-NUM,
                     :WQ-REQUEST-ID, :WQ-FUND-NAME,
                     :WQ-POLICY-TERM, :WQ-SUM-ASSURED,
                     :WQ-LIFE-ASSURED
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD 1 TO WS-SWEEP-COUNT
                    TO WS-SWP-TERM(WS-SWEEP-COUNT)
               MOVE WQ-SUM-ASSURED
                    TO WS-SWP-SUM-ASSURED(WS-SWEEP-COUNT)
               MOVE WQ-LIFE-ASSURED
                    TO WS-SWP-LIFE-ASSURED(WS-SWEEP-COUNT)
           END-IF.
           EXIT.

           MOVE WS-SWP-CUSTOMER-NUM(WS-SWEEP-IDX) TO CA-CUSTOMER-NUM
           MOVE WS-SWP-POLICY-NUM(WS-SWEEP-IDX) TO CA-POLICY-NUM
           MOVE 'N' TO CA-MANUAL-REVIEW-FLAG
      * A re-drive of a referral, not a new application - it must not
      * be refused as a duplicate of the rating that referred it.
           MOVE 'Y' TO CA-REQUOTE-FLAG
           MOVE WS-SWP-FUND-NAME(WS-SWEEP-IDX) TO CA-E-FUND-NAME
           MOVE WS-SWP-TERM(WS-SWEEP-IDX) TO CA-E-TERM
           MOVE WS-SWP-SUM-ASSURED(WS-SWEEP-IDX) TO CA-E-SUM-ASSURED
           MOVE WS-SWP-LIFE-ASSURED(WS-SWEEP-IDX) TO CA-E-LIFE-ASSURED
           EXEC CICS LINK PROGRAM('LGAPBR01')
                     COMMAREA(WS-RESUBMIT-COMMAREA)
                     LENGTH(LENGTH OF WS-RESUBMIT-COMMAREA)
