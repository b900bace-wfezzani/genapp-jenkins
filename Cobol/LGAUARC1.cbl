      * OUTPUT:                                                        *
      *   ARCHFIL - archive records (COPY LGRAUDA), opened EXTEND so   *
      *             a rerun appends - must be a persistent dataset     *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run, whatever the return code         *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - run complete, rows archived equals rows deleted          *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Append a run record (rows archived and deleted,  *
      *               return code) to the overnight run ledger RUNLEDG *
      *               for the LGOVRPT1 morning report.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAUARC1.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-OUT-FILE ASSIGN TO ARCHFIL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 200 CHARACTERS.
           COPY LGRAUDA.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           03 WS-DELETED-COUNT            PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP                  PIC ZZZZZZZZ9.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

      * Host variables for one LGRULAUD row.
       01  WS-AUDIT-ROW.
           03 AU-CUSTOMER-NUM             PIC X(10).
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-LEDGER-START-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-START-TIME FROM TIME
           PERFORM READ-RETENTION-DATE
           OPEN EXTEND ARCH-OUT-FILE
           EXEC SQL OPEN ARCCSR END-EXEC
           CLOSE ARCH-OUT-FILE
           EXEC SQL COMMIT END-EXEC
           PERFORM DISPLAY-RUN-TOTALS
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
           IF WS-END-OF-FILE
               DISPLAY 'LGAUARC1 NO RETENTION DATE PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           IF PA-RETENTION-DATE(1:4) NOT NUMERIC
               DISPLAY 'LGAUARC1 RETENTION DATE NOT YYYY-MM-DD: '
                       PA-RETENTION-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           MOVE PA-RETENTION-DATE TO WS-RETENTION-DATE.
           DISPLAY 'LGAUARC1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 8 TO RETURN-CODE.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: rows     *
      * archived in, rows deleted out - the two must agree.            *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGAUARC1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-ARCHIVED-COUNT TO RL-RECORDS-IN
           MOVE WS-DELETED-COUNT TO RL-RECORDS-OUT
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE 'N' TO RL-HASH-KEPT-SW
           MOVE ZERO TO RL-HASH-IN
           MOVE ZERO TO RL-HASH-OUT
           MOVE SPACE TO RL-RESTART-IND
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
