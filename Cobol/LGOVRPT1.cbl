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
      *         Overnight Schedule Completion Report                   *
      *                                                                *
      *   The morning operator's one look at the night: reads the      *
      *   run records the overnight steps append to the RUNLEDG run    *
      *   ledger and lays out the night's schedule - which steps ran,  *
      *   which restarted from a checkpoint, which ended non-zero and  *
      *   which never ran at all - then sets the count each step       *
      *   handed on against the count the next step read, so a         *
      *   night that did not balance is seen before the business day   *
      *   starts instead of in a dozen job logs.                       *
      *                                                                *
      * INPUT:                                                         *
      *   OVRPARM - optional single record carrying the night to       *
      *             report as yyyy-mm-dd in columns 1-10; missing or   *
      *             blank reports last night (yesterday's date)        *
      *   RUNLEDG - the overnight run ledger (COPY LGOVLDG)            *
      *                                                                *
      * OUTPUT:                                                        *
      *   PRTFILE - schedule completion report, 132 columns            *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - every scheduled step ran, ended 0 and the hand-over      *
      *       totals agree                                             *
      *   4 - a step did not run or ended non-zero, or a hand-over     *
      *       total does not agree - see the report                    *
      *   8 - parameter invalid - no report produced                   *
      *                                                                *
      * NOTES:                                                         *
      *  The night of a date is the batch window from 12:00 that day   *
      *  to 11:59:59 the next morning; a run belongs to the night its  *
      *  START falls in, so a step that runs past midnight is still    *
      *  last night's.  Run records outside the window are ignored -   *
      *  the ledger keeps every night.                                 *
      *                                                                *
      *  A step may run more than once in a night (one broker file     *
      *  per LGBRPED1/LGBRBAT1/LGBRACK1 run, or a rerun), so the       *
      *  hand-over totals add up every run of each step.  A run that   *
      *  abends writes no record; its restart's record carries the     *
      *  checkpointed work as well as its own, so the sums still       *
      *  hold.  An LGBRPED1 run that rejected its transmission         *
      *  outright (return code 8 or more) hands nothing on, and is     *
      *  left out of the LGBRPED1 side of its balance.  Every other    *
      *  step's output is counted whatever its return code - an        *
      *  LGBRBAT1 or LGRNBAT1 run that ended 8 still wrote a result    *
      *  for every record it read.                                     *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      *  2026-10-15 - Only LGBRPED1 runs ending 8 or more are left out *
      *               of the hand-over totals.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGOVRPT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN-FILE ASSIGN TO OVRPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-NIGHT-DATE            PIC X(10).
           03 FILLER                   PIC X(70).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY LGOVLDG.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * The night being reported and its batch window, as yyyymmdd
      * plus hhmmss keys comparable with a run record's start.
       01  WS-WINDOW-FIELDS.
           03 WS-NIGHT-DATE-ISO           PIC X(10) VALUE SPACES.
           03 WS-DATE-YMD                 PIC X(8)  VALUE SPACES.
           03 WS-DATE-NUM REDEFINES WS-DATE-YMD
                                          PIC 9(8).
           03 WS-DATE-INT                 PIC S9(9) COMP VALUE +0.
           03 WS-NIGHT-YMD                PIC X(8)  VALUE SPACES.
           03 WS-MORNING-NUM              PIC 9(8)  VALUE ZERO.
           03 WS-MORNING-YMD REDEFINES WS-MORNING-NUM
                                          PIC X(8).
           03 WS-WINDOW-START             PIC X(14) VALUE SPACES.
           03 WS-WINDOW-END               PIC X(14) VALUE SPACES.
           03 WS-RUN-START                PIC X(14) VALUE SPACES.

      * The night's schedule, in running order.
       01  WS-SCHEDULE-VALUES.
           03 FILLER                      PIC X(38)
                   VALUE 'LGBRPED1BROKER FILE PRE-EDIT          '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGBRBAT1BROKER APPLICATION RATING     '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGBRACK1BROKER ACKNOWLEDGEMENT        '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGRNBAT1RENEWAL RE-RATING             '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGRNAPP1RENEWAL DECISION APPLY        '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGFDIMP1FUND-CLOSURE IMPACT SWEEP     '.
           03 FILLER                      PIC X(38)
                   VALUE 'LGAUARC1AUDIT ARCHIVE AND PURGE       '.
       01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
           03 WS-SCHEDULE-ENTRY           OCCURS 7 TIMES.
              05 WS-SCHED-PROGRAM         PIC X(8).
              05 WS-SCHED-STEP-NAME       PIC X(30).
       01  WS-SCHEDULE-COUNT              PIC 9(2) COMP VALUE 7.

      * Subscripts of the steps whose totals are handed on.
       01  WS-STEP-NUMBERS.
           03 WS-PED-STEP                 PIC 9(2) COMP VALUE 1.
           03 WS-BAT-STEP                 PIC 9(2) COMP VALUE 2.
           03 WS-ACK-STEP                 PIC 9(2) COMP VALUE 3.
           03 WS-RNB-STEP                 PIC 9(2) COMP VALUE 4.
           03 WS-RNA-STEP                 PIC 9(2) COMP VALUE 5.

      * What the ledger says about each step for the night.
      * WS-ST-HANDED-ON is the records out - the output the next step
      * may use - leaving out LGBRPED1 runs that ended 8 or more.
       01  WS-STEP-TOTALS.
           03 WS-STEP-ENTRY               OCCURS 7 TIMES.
              05 WS-ST-RUNS               PIC 9(3) COMP.
              05 WS-ST-RESTARTS           PIC 9(3) COMP.
              05 WS-ST-HIGHEST-RC         PIC 9(4).
              05 WS-ST-RECORDS-IN         PIC 9(9).
              05 WS-ST-HANDED-ON          PIC 9(9).
       01  WS-STEP-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(2) COMP VALUE 0.

       01  WS-NIGHT-SUMMARY.
           03 WS-RUN-RECORD-COUNT         PIC 9(5) COMP VALUE 0.
           03 WS-STEPS-RUN                PIC 9(2) COMP VALUE 0.
           03 WS-STEPS-NOT-RUN            PIC 9(2) COMP VALUE 0.
           03 WS-STEPS-RESTARTED          PIC 9(2) COMP VALUE 0.
           03 WS-STEPS-NON-ZERO           PIC 9(2) COMP VALUE 0.
           03 WS-HANDOVERS-OUT            PIC 9(2) COMP VALUE 0.

      * One hand-over check: the two counts and how they compare.
       01  WS-HANDOVER-FIELDS.
           03 WS-HO-FROM-STEP             PIC 9(2) COMP.
           03 WS-HO-TO-STEP               PIC 9(2) COMP.
           03 WS-HO-FROM-LABEL            PIC X(30).
           03 WS-HO-TO-LABEL              PIC X(30).
           03 WS-HO-RESULT                PIC X(40).

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-START-DISP                  PIC X(16)  VALUE SPACES.
       01  WS-END-DISP                    PIC X(16)  VALUE SPACES.
       01  WS-HASH-IN-DISP                PIC X(16)  VALUE SPACES.
       01  WS-HASH-OUT-DISP               PIC X(16)  VALUE SPACES.
       01  WS-HASH-EDIT                   PIC Z(12)9.99.
       01  WS-STATUS-TEXT                 PIC X(44)  VALUE SPACES.
       01  WS-RESTARTED-TEXT              PIC X(3)   VALUE SPACES.
       01  WS-SEQ-DISP                    PIC Z9.
       01  WS-RUNS-DISP                   PIC ZZ9.
       01  WS-RC-DISP                     PIC ZZZ9.
       01  WS-COUNT-DISP                  PIC Z(8)9.
       01  WS-COUNT-DISP2                 PIC Z(8)9.
       01  WS-COUNT-DISP3                 PIC Z(8)9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-NIGHT-PARM
           INITIALIZE WS-STEP-TOTALS
           PERFORM GATHER-RUN-RECORDS
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM WRITE-SCHEDULE-SECTION
           PERFORM WRITE-HANDOVER-SECTION
           PERFORM WRITE-RUN-DETAIL-SECTION
           PERFORM WRITE-NIGHT-SUMMARY
           CLOSE PRINT-FILE
           IF WS-STEPS-NOT-RUN > ZERO
              OR WS-STEPS-NON-ZERO > ZERO
              OR WS-HANDOVERS-OUT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *================================================================*
      * Read and edit the night parameter - no parameter, or a blank   *
      * one, reports last night; anything else not in strict           *
      * yyyy-mm-dd form fails the run.  Set the window from 12:00 on   *
      * the night to 12:00 the following morning.                      *
      *================================================================*
       READ-NIGHT-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               MOVE SPACES TO PA-NIGHT-DATE
           END-IF
           IF PA-NIGHT-DATE EQUAL SPACES
               ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ELSE
               IF PA-NIGHT-DATE(1:4) NOT NUMERIC
                  OR PA-NIGHT-DATE(5:1) NOT EQUAL '-'
                  OR PA-NIGHT-DATE(6:2) NOT NUMERIC
                  OR PA-NIGHT-DATE(6:2) < '01'
                  OR PA-NIGHT-DATE(6:2) > '12'
                  OR PA-NIGHT-DATE(8:1) NOT EQUAL '-'
                  OR PA-NIGHT-DATE(9:2) NOT NUMERIC
                  OR PA-NIGHT-DATE(9:2) < '01'
                  OR PA-NIGHT-DATE(9:2) > '31'
                   DISPLAY 'LGOVRPT1 NIGHT DATE NOT YYYY-MM-DD: '
                           PA-NIGHT-DATE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               STRING PA-NIGHT-DATE(1:4) PA-NIGHT-DATE(6:2)
                      PA-NIGHT-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-YMD
               END-STRING
           END-IF
           MOVE WS-DATE-YMD TO WS-NIGHT-YMD
           STRING WS-NIGHT-YMD(1:4) '-' WS-NIGHT-YMD(5:2) '-'
                  WS-NIGHT-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-NIGHT-DATE-ISO
           END-STRING
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           COMPUTE WS-MORNING-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-NIGHT-YMD '120000'
                  DELIMITED BY SIZE INTO WS-WINDOW-START
           END-STRING
           STRING WS-MORNING-YMD '120000'
                  DELIMITED BY SIZE INTO WS-WINDOW-END
           END-STRING.
           EXIT.

      *================================================================*
      * First pass of the ledger: total up each scheduled step's runs  *
      * inside the window.                                             *
      *================================================================*
       GATHER-RUN-RECORDS.
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM READ-RUN-RECORD
           PERFORM ADD-RUN-TO-STEP
               UNTIL WS-END-OF-FILE
           CLOSE RUN-LEDGER-FILE.
           EXIT.

      * Next run record inside the window - records for other nights
      * are passed over.
       READ-RUN-RECORD.
           MOVE SPACES TO WS-RUN-START
           PERFORM READ-LEDGER
               UNTIL WS-END-OF-FILE
                  OR (WS-RUN-START NOT < WS-WINDOW-START
                      AND WS-RUN-START < WS-WINDOW-END).
           EXIT.

       READ-LEDGER.
           READ RUN-LEDGER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   STRING RL-RUN-DATE RL-START-TIME
                          DELIMITED BY SIZE INTO WS-RUN-START
                   END-STRING
           END-READ.
           EXIT.

       ADD-RUN-TO-STEP.
           ADD 1 TO WS-RUN-RECORD-COUNT
           PERFORM FIND-SCHEDULED-STEP
           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-ST-RUNS(WS-FOUND-IDX)
               IF RL-RESTARTED
                   ADD 1 TO WS-ST-RESTARTS(WS-FOUND-IDX)
               END-IF
               IF RL-RETURN-CODE > WS-ST-HIGHEST-RC(WS-FOUND-IDX)
                   MOVE RL-RETURN-CODE
                        TO WS-ST-HIGHEST-RC(WS-FOUND-IDX)
               END-IF
               ADD RL-RECORDS-IN TO WS-ST-RECORDS-IN(WS-FOUND-IDX)
               IF RL-RETURN-CODE < 8
                  OR WS-FOUND-IDX NOT EQUAL WS-PED-STEP
                   ADD RL-RECORDS-OUT
                       TO WS-ST-HANDED-ON(WS-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-RUN-RECORD.
           EXIT.

       FIND-SCHEDULED-STEP.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-SCHEDULE-COUNT
                      OR WS-FOUND-IDX > ZERO
               IF RL-PROGRAM EQUAL WS-SCHED-PROGRAM(WS-STEP-IDX)
                   MOVE WS-STEP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT.

      *================================================================*
      * Report.                                                        *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'OVERNIGHT SCHEDULE COMPLETION REPORT - LGOVRPT1 - '
                  'NIGHT OF ' WS-NIGHT-DATE-ISO
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING 'BATCH WINDOW ' WS-NIGHT-DATE-ISO ' 12:00 TO '
                  WS-MORNING-YMD(1:4) '-' WS-MORNING-YMD(5:2) '-'
                  WS-MORNING-YMD(7:2) ' 11:59'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE.
           EXIT.

      * One line per scheduled step, in running order - a step with no
      * run record in the window is called out, not left off.
       WRITE-SCHEDULE-SECTION.
           MOVE 'SCHEDULE' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING ' SEQ PROGRAM  STEP                          '
                  ' RUNS RESTARTED HIGHEST RC STATUS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-SCHEDULE-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-SCHEDULE-COUNT
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-SCHEDULE-LINE.
           MOVE SPACES TO WS-RESTARTED-TEXT
           EVALUATE TRUE
               WHEN WS-ST-RUNS(WS-STEP-IDX) EQUAL ZERO
                   ADD 1 TO WS-STEPS-NOT-RUN
                   MOVE '*** DID NOT RUN - NO RUN RECORD ***'
                        TO WS-STATUS-TEXT
               WHEN WS-ST-HIGHEST-RC(WS-STEP-IDX) > ZERO
                   ADD 1 TO WS-STEPS-RUN
                   ADD 1 TO WS-STEPS-NON-ZERO
                   MOVE '*** ENDED NON-ZERO - SEE RUN DETAIL ***'
                        TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-STEPS-RUN
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-ST-RUNS(WS-STEP-IDX) > ZERO
               IF WS-ST-RESTARTS(WS-STEP-IDX) > ZERO
                   ADD 1 TO WS-STEPS-RESTARTED
                   MOVE 'YES' TO WS-RESTARTED-TEXT
               ELSE
                   MOVE 'NO' TO WS-RESTARTED-TEXT
               END-IF
           END-IF
           MOVE WS-STEP-IDX TO WS-SEQ-DISP
           MOVE WS-ST-RUNS(WS-STEP-IDX) TO WS-RUNS-DISP
           IF WS-ST-RUNS(WS-STEP-IDX) > ZERO
               MOVE WS-ST-HIGHEST-RC(WS-STEP-IDX) TO WS-RC-DISP
           ELSE
               MOVE ZERO TO WS-RC-DISP
           END-IF
           STRING '  ' WS-SEQ-DISP ' ' WS-SCHED-PROGRAM(WS-STEP-IDX)
                  ' ' WS-SCHED-STEP-NAME(WS-STEP-IDX)
                  '  ' WS-RUNS-DISP ' ' WS-RESTARTED-TEXT
                  '             ' WS-RC-DISP ' ' WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      * The counts handed from one step to the next.
       WRITE-HANDOVER-SECTION.
           MOVE 'HAND-OVER CONTROL TOTALS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  HANDED ON BY                       COUNT'
                  '  READ BY                            COUNT'
                  '  RESULT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PED-STEP TO WS-HO-FROM-STEP
           MOVE WS-BAT-STEP TO WS-HO-TO-STEP
           MOVE 'LGBRPED1 CLEAN DETAILS' TO WS-HO-FROM-LABEL
           MOVE 'LGBRBAT1 APPLICATIONS READ' TO WS-HO-TO-LABEL
           PERFORM CHECK-HANDOVER
           MOVE WS-BAT-STEP TO WS-HO-FROM-STEP
           MOVE WS-ACK-STEP TO WS-HO-TO-STEP
           MOVE 'LGBRBAT1 RESULTS WRITTEN' TO WS-HO-FROM-LABEL
           MOVE 'LGBRACK1 RESULTS READ' TO WS-HO-TO-LABEL
           PERFORM CHECK-HANDOVER
           MOVE WS-RNB-STEP TO WS-HO-FROM-STEP
           MOVE WS-RNA-STEP TO WS-HO-TO-STEP
           MOVE 'LGRNBAT1 RENLOUT DECISIONS' TO WS-HO-FROM-LABEL
           MOVE 'LGRNAPP1 DECISIONS READ' TO WS-HO-TO-LABEL
           PERFORM CHECK-HANDOVER
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       CHECK-HANDOVER.
           EVALUATE TRUE
               WHEN WS-ST-RUNS(WS-HO-FROM-STEP) EQUAL ZERO
                 OR WS-ST-RUNS(WS-HO-TO-STEP) EQUAL ZERO
                   ADD 1 TO WS-HANDOVERS-OUT
                   MOVE '*** NOT CHECKED - A STEP DID NOT RUN'
                        TO WS-HO-RESULT
               WHEN WS-ST-HANDED-ON(WS-HO-FROM-STEP) EQUAL
                    WS-ST-RECORDS-IN(WS-HO-TO-STEP)
                   MOVE 'AGREE' TO WS-HO-RESULT
               WHEN OTHER
                   ADD 1 TO WS-HANDOVERS-OUT
                   MOVE '*** DO NOT AGREE ***' TO WS-HO-RESULT
           END-EVALUATE
           MOVE WS-ST-HANDED-ON(WS-HO-FROM-STEP) TO WS-COUNT-DISP
           MOVE WS-ST-RECORDS-IN(WS-HO-TO-STEP) TO WS-COUNT-DISP2
           STRING '  ' WS-HO-FROM-LABEL ' ' WS-COUNT-DISP
                  '  ' WS-HO-TO-LABEL ' ' WS-COUNT-DISP2
                  '  ' WS-HO-RESULT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Second pass of the ledger: every run record in the window, in  *
      * the order the steps finished.                                  *
      *================================================================*
       WRITE-RUN-DETAIL-SECTION.
           MOVE 'RUN DETAIL' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  PROGRAM  STARTED          ENDED           '
                  '      READ   WRITTEN  REJECTED'
                  '          HASH IN         HASH OUT RST  RC'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM READ-RUN-RECORD
           PERFORM WRITE-RUN-DETAIL-LINE
               UNTIL WS-END-OF-FILE
           CLOSE RUN-LEDGER-FILE
           IF WS-RUN-RECORD-COUNT EQUAL ZERO
               MOVE '  NO RUN RECORDS ON THE LEDGER FOR THIS NIGHT'
                    TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       WRITE-RUN-DETAIL-LINE.
           STRING RL-RUN-DATE(1:4) '-' RL-RUN-DATE(5:2) '-'
                  RL-RUN-DATE(7:2) ' ' RL-START-TIME(1:2) ':'
                  RL-START-TIME(3:2)
                  DELIMITED BY SIZE INTO WS-START-DISP
           END-STRING
           STRING RL-END-DATE(1:4) '-' RL-END-DATE(5:2) '-'
                  RL-END-DATE(7:2) ' ' RL-END-TIME(1:2) ':'
                  RL-END-TIME(3:2)
                  DELIMITED BY SIZE INTO WS-END-DISP
           END-STRING
           IF RL-HASH-KEPT
               MOVE RL-HASH-IN TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-HASH-IN-DISP
               MOVE RL-HASH-OUT TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-HASH-OUT-DISP
           ELSE
               MOVE SPACES TO WS-HASH-IN-DISP
               MOVE SPACES TO WS-HASH-OUT-DISP
           END-IF
           MOVE RL-RECORDS-IN TO WS-COUNT-DISP
           MOVE RL-RECORDS-OUT TO WS-COUNT-DISP2
           MOVE RL-RECORDS-REJECTED TO WS-COUNT-DISP3
           MOVE RL-RETURN-CODE TO WS-RC-DISP
           STRING '  ' RL-PROGRAM ' ' WS-START-DISP
                  ' ' WS-END-DISP
                  ' ' WS-COUNT-DISP ' ' WS-COUNT-DISP2
                  ' ' WS-COUNT-DISP3
                  ' ' WS-HASH-IN-DISP ' ' WS-HASH-OUT-DISP
                  '  ' RL-RESTART-IND ' ' WS-RC-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-RUN-RECORD.
           EXIT.

       WRITE-NIGHT-SUMMARY.
           MOVE 'NIGHT SUMMARY' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STEPS-RUN TO WS-COUNT-DISP
           MOVE WS-SCHEDULE-COUNT TO WS-SEQ-DISP
           STRING '  STEPS RUN                ' WS-COUNT-DISP
                  ' OF ' WS-SEQ-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STEPS-NOT-RUN TO WS-COUNT-DISP
           STRING '  STEPS NOT RUN            ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STEPS-RESTARTED TO WS-COUNT-DISP
           STRING '  STEPS RESTARTED          ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STEPS-NON-ZERO TO WS-COUNT-DISP
           STRING '  STEPS ENDED NON-ZERO     ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HANDOVERS-OUT TO WS-COUNT-DISP
           STRING '  HAND-OVERS NOT AGREED    ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           IF WS-STEPS-NOT-RUN > ZERO
              OR WS-STEPS-NON-ZERO > ZERO
              OR WS-HANDOVERS-OUT > ZERO
               MOVE 'NIGHT STATUS: ATTENTION REQUIRED' TO WS-REPORT-LINE
               DISPLAY 'LGOVRPT1 NIGHT OF ' WS-NIGHT-DATE-ISO
                       ' NEEDS ATTENTION - SEE REPORT'
           ELSE
               MOVE 'NIGHT STATUS: CLEAN' TO WS-REPORT-LINE
               DISPLAY 'LGOVRPT1 NIGHT OF ' WS-NIGHT-DATE-ISO
                       ' CLEAN'
           END-IF
           PERFORM WRITE-REPORT-LINE.
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
