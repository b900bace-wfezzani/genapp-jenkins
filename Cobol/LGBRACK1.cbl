      * OUTPUT:                                                        *
      *   ACKFILE - the acknowledgement transmission: HDR record,      *
      *             LGBRBTA detail records, TRL record                 *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run                                   *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - acknowledgement written and balanced against the         *
      *  2026-09-02 - Carry the premium priced for each accepted       *
      *               application onto the acknowledgement detail, so  *
      *               the broker sees the money as well as the fund.   *
      *  2026-10-15 - RSLTFIL records are now 129 bytes - LGBRBTO      *
      *               gained BO-BROKER-ID at the end.  The             *
      *               acknowledgement itself is unchanged.             *
      *  2026-10-15 - RAWFILE records are now 129 bytes (the detail's  *
      *               re-quote flag) and RSLTFIL records 130 (LGBRBTO  *
      *               gained BO-REJECT-CODE).  The reject code is      *
      *               passed back on the acknowledgement detail        *
      *               (AK-REJECT-CODE), so the broker can tell a       *
      *               duplicate from any other reject.  The            *
      *               acknowledgement stays 128 bytes.                 *
      *  2026-10-15 - Count the RSLTFIL results read, and append a run *
      *               record (counts, hash totals, return code) to the *
      *               overnight run ledger RUNLEDG for the LGOVRPT1    *
      *               morning report.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRACK1.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-OUT-FILE  ASSIGN TO ACKFILE
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-IN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01  RAW-INPUT-RECORD            PIC X(129).

       FD  RSLT-IN-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY LGBRBTO.

       FD  REJ-IN-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  ACK-OUTPUT-RECORD           PIC X(128).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
                                                       VALUE 0.
           03 WS-ACK-ACCEPTED-COUNT       PIC 9(7)     VALUE 0.
           03 WS-ACK-REJECTED-COUNT       PIC 9(7)     VALUE 0.
      * LGBRBAT1 results read - what the run ledger sets against the
      * count LGBRBAT1 wrote.
           03 WS-RESULT-READ-COUNT        PIC 9(7)     VALUE 0.

      * A detail's sum assured travels as characters (a pre-rating
      * reject's may not be numeric) - redefined so the numeric ones
       01  WS-HASH-DISP                   PIC Z(12)9.99.
       01  WS-HASH-DISP2                  PIC Z(12)9.99.

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
           OPEN INPUT RAW-IN-FILE
           PERFORM SCAN-RAW-TRANSMISSION
           CLOSE RAW-IN-FILE
               DISPLAY 'LGBRACK1 NO HEADER RECORD ON RAWFILE - '
                       'NO ACKNOWLEDGEMENT WRITTEN'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF

           IF NOT WS-ACK-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
           MOVE BO-SUM-ASSURED(1:9) TO AK-SUM-ASSURED
           MOVE BO-ERROR-MSG TO AK-ERROR-MSG
           MOVE BO-PREMIUM TO AK-PREMIUM
           MOVE BO-REJECT-CODE TO AK-REJECT-CODE
           PERFORM WRITE-ACK-DETAIL
           PERFORM READ-NEXT-RESULT.
           EXIT.
           READ RSLT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULT-READ-COUNT
           END-READ.
           EXIT.

           MOVE WS-ACK-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY 'LGBRACK1 REJECTED:             ' WS-COUNT-DISP.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: the      *
      * LGBRBAT1 results read, the details acknowledged (results plus  *
      * pre-rating rejects) and how many of them were rejects, with    *
      * the transmitted and acknowledged hash totals.                  *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGBRACK1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-RESULT-READ-COUNT TO RL-RECORDS-IN
           MOVE WS-ACK-DETAIL-COUNT TO RL-RECORDS-OUT
           MOVE WS-ACK-REJECTED-COUNT TO RL-RECORDS-REJECTED
           SET RL-HASH-KEPT TO TRUE
           MOVE WS-RAW-HASH-TOTAL TO RL-HASH-IN
           MOVE WS-ACK-HASH-TOTAL TO RL-HASH-OUT
           MOVE SPACE TO RL-RESTART-IND
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
