      *             per SWITCH decision                                *
      *   LETTRFL - letter records (COPY LGBRLTR), one per RETAIN      *
      *             and per SWITCH decision                            *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run, whatever the return code         *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - every decision accounted for: letters equal RETAIN plus  *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Append a run record (counts, return code) to the *
      *               overnight run ledger RUNLEDG for the LGOVRPT1    *
      *               morning report.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRNAPP1.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT LETTER-OUT-FILE ASSIGN TO LETTRFL
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGBRLTR.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           03 WS-LETTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-LEDGER-START-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-START-TIME FROM TIME
           PERFORM READ-EFFECTIVE-DATE
           OPEN INPUT RENL-IN-FILE
           OPEN OUTPUT APPLY-OUT-FILE
           CLOSE LETTER-OUT-FILE
           PERFORM CHECK-CONTROL-TOTALS
           PERFORM DISPLAY-RUN-TOTALS
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
           IF WS-END-OF-FILE
               DISPLAY 'LGRNAPP1 NO EFFECTIVE DATE PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           IF PA-EFFECTIVE-DATE(1:4) NOT NUMERIC
               DISPLAY 'LGRNAPP1 EFFECTIVE DATE NOT YYYY-MM-DD: '
                       PA-EFFECTIVE-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           MOVE PA-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGRNAPP1 LETTERS WRITTEN:       ' WS-COUNT-DISP.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: the      *
      * RENLOUT decisions read, the instructions and letters written,  *
      * and the unrecognised decisions that produced nothing.  A run   *
      * stopped by a bad parameter is recorded too, with zero counts.  *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGRNAPP1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-READ-COUNT TO RL-RECORDS-IN
           COMPUTE RL-RECORDS-OUT = WS-INSTRUCTION-COUNT
                                  + WS-LETTER-COUNT
           MOVE WS-UNRECOGNISED-COUNT TO RL-RECORDS-REJECTED
           MOVE 'N' TO RL-HASH-KEPT-SW
           MOVE ZERO TO RL-HASH-IN
           MOVE ZERO TO RL-HASH-OUT
           MOVE SPACE TO RL-RESTART-IND
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
