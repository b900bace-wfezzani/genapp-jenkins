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
      *              Daily Duplicate-Application Report                *
      *                                                                *
      *   Lists the applications refused on one day as duplicates of   *
      *   an earlier rating of the same customer and policy - caught   *
      *   online by LGAPBR01 (counter and web) and in batch by         *
      *   LGBRBAT1 (broker transmissions) and logged to LGDUPLOG.      *
      *   Counts per channel, the duplicates themselves with the       *
      *   channel and date of the rating each one repeated, and for    *
      *   the broker channel a count per broker, so the brokers who    *
      *   resubmit can be taken up with.                               *
      *                                                                *
      * INPUT:                                                         *
      *   RPTPARM - single record carrying the report date as          *
      *             yyyy-mm-dd in columns 1-10                         *
      *                                                                *
      * OUTPUT:                                                        *
      *   PRTFILE - formatted 132-column report                        *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - report produced                                          *
      *   8 - parameter missing/invalid or DB2 error - see SYSOUT      *
      *                                                                *
      * NOTES:                                                         *
      *  Run after the day's LGBRBAT1 runs with the date just ended.   *
      *  Re-quotes (requests flagged as deliberate re-quotes) are      *
      *  rated, not refused, and do not appear.                        *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDPRPT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE  ASSIGN TO RPTPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-REPORT-DATE           PIC X(10).
           03 FILLER                   PIC X(70).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

       01  WS-REPORT-DATE                 PIC X(10) VALUE SPACES.

      * Host variables for the report cursors.
       01  WS-REPORT-HOST-VARS.
           03 WS-HV-CHANNEL               PIC X.
           03 WS-HV-COUNT                 PIC S9(9)     COMP.
           03 WS-HV-TIME                  PIC X(6).
           03 WS-HV-CUSTOMER-NUM          PIC X(10).
           03 WS-HV-POLICY-NUM            PIC X(10).
           03 WS-HV-REQUEST-ID            PIC X(6).
           03 WS-HV-BROKER-ID             PIC X(6).
           03 WS-HV-PRIOR-CHANNEL         PIC X.
           03 WS-HV-PRIOR-DATE            PIC X(10).

       01  WS-TOTAL-COUNT                 PIC S9(9)     COMP VALUE +0.

      * Channel code to the name printed - the same names LGAPBR01
      * and LGBRBAT1 put in the refusal message.
       01  WS-CHANNEL-CODE                PIC X.
       01  WS-CHANNEL-NAME                PIC X(8).

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP                  PIC Z(8)9.
       01  WS-SQLCODE-DISP                PIC -(8)9.

      * One duplicate, as listed.
       01  WS-DETAIL-LINE.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CHANNEL                  PIC X(8).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-TIME                     PIC X(8).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-BROKER-ID                PIC X(6).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CUSTOMER-NUM             PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-POLICY-NUM               PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-REQUEST-ID               PIC X(6).
           03 FILLER                      PIC X(4)  VALUE SPACES.
           03 DL-PRIOR-CHANNEL            PIC X(8).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-PRIOR-DATE               PIC X(10).
           03 FILLER                      PIC X(50) VALUE SPACES.

           COPY SQLCA.

      * Duplicates per channel.
           EXEC SQL
               DECLARE CHNCSR CURSOR FOR
                   SELECT CHANNEL, COUNT(*)
                     FROM LGDUPLOG
                    WHERE DATE_CAUGHT = :WS-REPORT-DATE
                    GROUP BY CHANNEL
                    ORDER BY 1
           END-EXEC.

      * The duplicates themselves, by channel and time caught.
           EXEC SQL
               DECLARE DETCSR CURSOR FOR
                   SELECT CHANNEL, TIME_CAUGHT, CUSTOMER_NUM,
                          POLICY_NUM, REQUEST_ID, BROKER_ID,
                          PRIOR_CHANNEL, PRIOR_DATE
                     FROM LGDUPLOG
                    WHERE DATE_CAUGHT = :WS-REPORT-DATE
                    ORDER BY CHANNEL, TIME_CAUGHT
           END-EXEC.

      * Broker-channel duplicates per broker, most first.
           EXEC SQL
               DECLARE BRKCSR CURSOR FOR
                   SELECT BROKER_ID, COUNT(*)
                     FROM LGDUPLOG
                    WHERE DATE_CAUGHT = :WS-REPORT-DATE
                      AND CHANNEL = 'B'
                    GROUP BY BROKER_ID
                    ORDER BY 2 DESC, 1
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-REPORT-PARM
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM REPORT-CHANNEL-COUNTS
           PERFORM REPORT-DUPLICATE-DETAIL
           PERFORM REPORT-BROKER-COUNTS
           CLOSE PRINT-FILE
           GOBACK.

      *================================================================*
      * Read and edit the report-date parameter - anything not in      *
      * strict yyyy-mm-dd form fails the run before DB2 is touched.    *
      *================================================================*
       READ-REPORT-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               DISPLAY 'LGDPRPT1 NO REPORT DATE PARAMETER SUPPLIED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PA-REPORT-DATE TO WS-REPORT-DATE
           IF WS-REPORT-DATE(1:4) NOT NUMERIC
              OR WS-REPORT-DATE(5:1) NOT EQUAL '-'
              OR WS-REPORT-DATE(6:2) NOT NUMERIC
              OR WS-REPORT-DATE(6:2) < '01'
              OR WS-REPORT-DATE(6:2) > '12'
              OR WS-REPORT-DATE(8:1) NOT EQUAL '-'
              OR WS-REPORT-DATE(9:2) NOT NUMERIC
              OR WS-REPORT-DATE(9:2) < '01'
              OR WS-REPORT-DATE(9:2) > '31'
               DISPLAY 'LGDPRPT1 REPORT DATE NOT YYYY-MM-DD: '
                       WS-REPORT-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT.

      *================================================================*
      * Section 1 - duplicates caught per channel, with the day's      *
      * total.                                                         *
      *================================================================*
       REPORT-CHANNEL-COUNTS.
           MOVE 'DUPLICATES CAUGHT BY CHANNEL' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN CHNCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-CHANNEL-LINE
                   UNTIL SQLCODE NOT EQUAL ZERO
               EXEC SQL CLOSE CHNCSR END-EXEC
               MOVE WS-TOTAL-COUNT TO WS-COUNT-DISP
               STRING '  TOTAL     ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       FETCH-CHANNEL-LINE.
           EXEC SQL
               FETCH CHNCSR INTO :WS-HV-CHANNEL, :WS-HV-COUNT
           END-EXEC
           IF SQLCODE EQUAL ZERO
               ADD WS-HV-COUNT TO WS-TOTAL-COUNT
               MOVE WS-HV-CHANNEL TO WS-CHANNEL-CODE
               PERFORM SET-CHANNEL-NAME
               MOVE WS-HV-COUNT TO WS-COUNT-DISP
               STRING '  ' WS-CHANNEL-NAME
                      '  ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *================================================================*
      * Section 2 - each duplicate with the rating it repeated.        *
      *================================================================*
       REPORT-DUPLICATE-DETAIL.
           MOVE 'DUPLICATES REFUSED' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  CHANNEL   TIME      BROKER  CUSTOMER    '
                  'POLICY      REQUEST   EARLIER   RATED ON'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN DETCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-DETAIL-LINE
                   UNTIL SQLCODE NOT EQUAL ZERO
               EXEC SQL CLOSE DETCSR END-EXEC
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT.

       FETCH-DETAIL-LINE.
           EXEC SQL
               FETCH DETCSR INTO :WS-HV-CHANNEL, :WS-HV-TIME,
                                 :WS-HV-CUSTOMER-NUM,
                                 :WS-HV-POLICY-NUM,
                                 :WS-HV-REQUEST-ID,
                                 :WS-HV-BROKER-ID,
                                 :WS-HV-PRIOR-CHANNEL,
                                 :WS-HV-PRIOR-DATE
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE WS-HV-CHANNEL TO WS-CHANNEL-CODE
               PERFORM SET-CHANNEL-NAME
               MOVE WS-CHANNEL-NAME TO DL-CHANNEL
               STRING WS-HV-TIME(1:2) ':'
                      WS-HV-TIME(3:2) ':'
                      WS-HV-TIME(5:2)
                      DELIMITED BY SIZE INTO DL-TIME
               END-STRING
               MOVE WS-HV-BROKER-ID TO DL-BROKER-ID
               MOVE WS-HV-CUSTOMER-NUM TO DL-CUSTOMER-NUM
               MOVE WS-HV-POLICY-NUM TO DL-POLICY-NUM
               MOVE WS-HV-REQUEST-ID TO DL-REQUEST-ID
               MOVE WS-HV-PRIOR-CHANNEL TO WS-CHANNEL-CODE
               PERFORM SET-CHANNEL-NAME
               MOVE WS-CHANNEL-NAME TO DL-PRIOR-CHANNEL
               MOVE WS-HV-PRIOR-DATE TO DL-PRIOR-DATE
               MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *================================================================*
      * Section 3 - broker-channel duplicates per broker, the brokers  *
      * resubmitting most listed first.                                *
      *================================================================*
       REPORT-BROKER-COUNTS.
           MOVE 'BROKER DUPLICATES BY BROKER' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL OPEN BRKCSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-BROKER-LINE
                   UNTIL SQLCODE NOT EQUAL ZERO
               EXEC SQL CLOSE BRKCSR END-EXEC
           END-IF.
           EXIT.

       FETCH-BROKER-LINE.
           EXEC SQL
               FETCH BRKCSR INTO :WS-HV-BROKER-ID, :WS-HV-COUNT
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE WS-HV-COUNT TO WS-COUNT-DISP
               STRING '  ' WS-HV-BROKER-ID
                      '    ' WS-COUNT-DISP
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

      *================================================================*
      * Name the channel in WS-CHANNEL-CODE.                           *
      *================================================================*
       SET-CHANNEL-NAME.
           EVALUATE WS-CHANNEL-CODE
               WHEN 'O'
                   MOVE 'COUNTER' TO WS-CHANNEL-NAME
               WHEN 'W'
                   MOVE 'WEB' TO WS-CHANNEL-NAME
               WHEN 'B'
                   MOVE 'BROKER' TO WS-CHANNEL-NAME
               WHEN OTHER
                   MOVE 'EARLIER' TO WS-CHANNEL-NAME
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'DAILY DUPLICATE-APPLICATION REPORT - '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE.
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
           DISPLAY 'LGDPRPT1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'REPORT INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.
