      *             (COPY LGBRBTR), read back by LGBRACK1 so the       *
      *             broker acknowledgement covers every record the     *
      *             broker transmitted                                 *
      *   RUNLEDG - overnight run ledger (COPY LGOVLDG) - one record   *
      *             appended per run, whatever the return code         *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - transmission balanced, every detail clean                *
      *               sections).  The edits here are unchanged - term, *
      *               sum assured/value and the duplicate check apply  *
      *               to every policy type alike.                      *
      *  2026-10-15 - Stamp the header's broker id on every clean      *
      *               detail (BI-BROKER-ID), so LGBRBAT1 can carry it  *
      *               onto LGBRBTO and LGRULAUD for broker commission. *
      *  2026-10-15 - Transmission records widened to 129 bytes for    *
      *               the detail's re-quote flag (BI-REQUOTE-FLAG);    *
      *               a detail whose flag is not Y, N or space is      *
      *               rejected here rather than guessed at.            *
      *  2026-10-15 - Append a run record (detail counts, transmitted  *
      *               hash total, return code) to the overnight run    *
      *               ledger RUNLEDG for the LGOVRPT1 morning report.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRPED1.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BROKER-CTL-FILE ASSIGN TO BRCTLIO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-IN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01  RAW-INPUT-RECORD            PIC X(129).

       FD  CLEAN-OUT-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01  CLEAN-OUTPUT-RECORD         PIC X(129).

       FD  EDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           03 CT-LAST-SEQUENCE         PIC 9(6).
           03 FILLER                   PIC X(68).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           03 WS-TERM-MIN                 PIC 9(2)     VALUE 1.
           03 WS-TERM-MAX                 PIC 9(2)     VALUE 40.

      * Start and end stamps for the overnight run ledger record.
       01  WS-LEDGER-FIELDS.
           03 WS-LEDGER-START-YMD         PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-START-TIME        PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-YMD           PIC X(8)  VALUE SPACES.
           03 WS-LEDGER-END-TIME          PIC X(8)  VALUE SPACES.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC ZZZZZZ9.
       01  WS-COUNT-DISP2                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-LEDGER-START-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-START-TIME FROM TIME
           OPEN INPUT RAW-IN-FILE
           OPEN OUTPUT CLEAN-OUT-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
               CLOSE CLEAN-OUT-FILE
               CLOSE EDIT-REPORT-FILE
               CLOSE REJECT-OUT-FILE
               PERFORM WRITE-RUN-LEDGER
               GOBACK
           END-IF
           PERFORM READ-NEXT-RAW-RECORD
           CLOSE CLEAN-OUT-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE REJECT-OUT-FILE
           PERFORM WRITE-RUN-LEDGER
           GOBACK.

      *================================================================*
                   PERFORM EDIT-DETAIL-RECORD
                   IF WS-DETAIL-OK
                       ADD 1 TO WS-CLEAN-COUNT
      * The broker is only named on the header - stamp it on every
      * clean detail so LGBRBAT1 can attribute what it rates.
                       MOVE BH-BROKER-ID TO BI-BROKER-ID
                       MOVE BATCH-INPUT-RECORD TO CLEAN-OUTPUT-RECORD
                       WRITE CLEAN-OUTPUT-RECORD
                   ELSE

      *================================================================*
      * Edit one detail record: BI-TERM and BI-SUM-ASSURED numeric     *
      * and in range, BI-REQUOTE-FLAG one of the values LGBRBAT1       *
      * understands, BI-POLICY-NUM not already seen in this file.      *
      * The first occurrence of a duplicated policy number is kept,    *
      * later ones are rejected.                                       *
      *================================================================*
               WHEN BI-SUM-ASSURED EQUAL ZERO
                   MOVE 'SUM ASSURED ZERO'
                        TO WS-DETAIL-REJECT-REASON
               WHEN NOT BI-REQUOTE-FLAG-VALID
                   MOVE 'RE-QUOTE FLAG NOT Y, N OR SPACE'
                        TO WS-DETAIL-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-POLICY
                   IF WS-DUP-FOUND
           WRITE EDIT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
           EXIT.

      *================================================================*
      * Append this run's record to the overnight run ledger: details  *
      * read, passed to CLEANFL and rejected, and the hash of every    *
      * detail transmitted.  A transmission rejected outright (return  *
      * code 8) is recorded too, so the morning report can say why     *
      * LGBRBAT1 had nothing to rate.                                  *
      *================================================================*
       WRITE-RUN-LEDGER.
           ACCEPT WS-LEDGER-END-YMD FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-END-TIME FROM TIME
           OPEN EXTEND RUN-LEDGER-FILE
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 'LGBRPED1' TO RL-PROGRAM
           MOVE WS-LEDGER-START-YMD TO RL-RUN-DATE
           MOVE WS-LEDGER-START-TIME(1:6) TO RL-START-TIME
           MOVE WS-LEDGER-END-YMD TO RL-END-DATE
           MOVE WS-LEDGER-END-TIME(1:6) TO RL-END-TIME
           MOVE WS-DETAIL-COUNT TO RL-RECORDS-IN
           MOVE WS-CLEAN-COUNT TO RL-RECORDS-OUT
           MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
           SET RL-HASH-KEPT TO TRUE
           MOVE WS-HASH-TOTAL TO RL-HASH-IN
           MOVE ZERO TO RL-HASH-OUT
           MOVE SPACE TO RL-RESTART-IND
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.
           EXIT.
