      *              fund as the current fund                          *
      *   PRTFILE  - impact report: policy count and total sum         *
      *              assured exposed                                   *
      *   RUNLEDG  - overnight run ledger (COPY LGOVLDG) - one record  *
      *              appended per run, whatever the return code        *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - extract and report produced                              *
      *  policy rated more than once on its latest date contributes    *
      *  one extract record.                                           *
      *                                                                *
      *  Web channel ratings (AUDIT_SRCE 'W') are quotes, not policies *
      *  in force, and are left out - a quote bought later is found    *
      *  through the rating that bought it.                            *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Leave web quotes (AUDIT_SRCE 'W') out of the     *
      *               sweep - they are not policies in force.          *
      *  2026-10-15 - Append a run record (policy count, sum assured   *
      *               exposed, return code) to the overnight run       *
      *               ledger RUNLEDG for the LGOVRPT1 morning report.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFDIMP1.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.
       01  WS-SUM-DISP                    PIC Z(12)9.99.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

      * Host variables for one impacted policy and the LGFUND check.
       01  WS-IMPACT-HOST-VARS.
           03 AU-CUSTOMER-NUM             PIC X(10).
      * The policies whose latest fund decision put them in the
      * closing fund - latest by AUDIT_DATE over the rows that carry
      * a fund at all.  GROUP BY collapses a policy rated more than
      * once on that date to one extract record.  Web quotes are not
      * in force and take no part.
           EXEC SQL
               DECLARE IMPCSR CURSOR FOR
                   SELECT A.CUSTOMER_NUM, A.POLICY_NUM,
                          MAX(A.POLICY_TERM), MAX(A.SUM_ASSURED)
                     FROM LGRULAUD A
                    WHERE A.FUND_NAME_OUT = :WS-CLOSING-FUND
                      AND COALESCE(A.AUDIT_SRCE, ' ') <> 'W'
                      AND A.AUDIT_DATE =
                          (SELECT MAX(B.AUDIT_DATE)
                             FROM LGRULAUD B
                            WHERE B.CUSTOMER_NUM = A.CUSTOMER_NUM
                              AND B.POLICY_NUM = A.POLICY_NUM
                              AND B.FUND_NAME_OUT <> ' '
                              AND COALESCE(B.AUDIT_SRCE, ' ') <> 'W')
                    GROUP BY A.CUSTOMER_NUM, A.POLICY_NUM
                    ORDER BY A.CUSTOMER_NUM, A.POLICY_NUM
           END-EXEC.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-LEDGER-START-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-START-TIME FROM TIME
           PERFORM READ-CLOSURE-PARM
           OPEN OUTPUT RERATE-OUT-FILE
           OPEN OUTPUT PRINT-FILE
              AND RETURN-CODE EQUAL ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
           IF WS-END-OF-FILE
               DISPLAY 'LGFDIMP1 NO CLOSURE PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           IF PA-FUND-NAME EQUAL SPACES
               DISPLAY 'LGFDIMP1 CLOSING FUND NAME MISSING'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           IF PA-EFFECTIVE-TO(1:4) NOT NUMERIC
               DISPLAY 'LGFDIMP1 EFFECTIVE-TO NOT YYYY-MM-DD: '
                       PA-EFFECTIVE-TO
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           MOVE PA-FUND-NAME TO WS-CLOSING-FUND
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: the      *
      * impacted policies found and written to RERATEFL, with the sum  *
      * assured exposed as the hash total of the extract.              *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGFDIMP1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-POLICY-COUNT TO RL-RECORDS-IN
           MOVE WS-POLICY-COUNT TO RL-RECORDS-OUT
           MOVE ZERO TO RL-RECORDS-REJECTED
           SET RL-HASH-KEPT TO TRUE
           MOVE ZERO TO RL-HASH-IN
           MOVE WS-SUM-EXPOSED TO RL-HASH-OUT
           MOVE SPACE TO RL-RESTART-IND
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
