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
      *            Weekly Web Quote-to-Policy Conversion Report        *
      *                                                                *
      *   For the web quotes given in each week - from the LGQUOTE     *
      *   register LGAPBR01 keeps - how many were bought at the        *
      *   counter and through brokers, how many lapsed unbought, how   *
      *   many are still open, the conversion rate, how many were      *
      *   bought at a price the ruleset would no longer give, and the  *
      *   premium quoted against the premium converted - so the web    *
      *   channel can be judged on the business it brings in, not on   *
      *   the quotes it gives out.                                     *
      *                                                                *
      * INPUT:                                                         *
      *   RPTPARM - optional single record carrying the first and last *
      *             quote dates to report as yyyy-mm-dd in columns     *
      *             1-10 and 11-20; missing or blank reports the 13    *
      *             weeks ending today                                 *
      *                                                                *
      * OUTPUT:                                                        *
      *   PRTFILE - formatted 132-column report                        *
      *                                                                *
      * RETURN CODES:                                                  *
      *   0 - report produced                                          *
      *   8 - parameter invalid or DB2 error - see SYSOUT              *
      *                                                                *
      * NOTES:                                                         *
      *  Weeks run Monday to Sunday and a quote counts in the week it  *
      *  was given, whenever it was bought or lapsed - a recent week's *
      *  quotes are still largely open and its rate firms up as they   *
      *  are bought or swept by LGQTEXP1.  A quote is converted at its *
      *  quoted premium, so the converted premium is what the quotes   *
      *  bought were priced at; "ruleset differs" counts the ones the  *
      *  current ruleset would have priced or placed differently.      *
      *  Run after LGQTEXP1 so lapsed quotes are counted as expired.   *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTRPT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-IN-FILE ASSIGN TO RPTPARM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           03 PA-FROM-DATE             PIC X(10).
           03 PA-TO-DATE               PIC X(10).
           03 FILLER                   PIC X(60).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-END-OF-FILE-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE                    VALUE 'Y'.

      * The reporting period, and the date being edited or converted.
       01  WS-PERIOD-FIELDS.
           03 WS-FROM-DATE-ISO            PIC X(10) VALUE SPACES.
           03 WS-TO-DATE-ISO              PIC X(10) VALUE SPACES.
           03 WS-EDIT-DATE                PIC X(10) VALUE SPACES.
           03 WS-EDIT-DATE-OK-SW          PIC X     VALUE 'Y'.
              88 WS-EDIT-DATE-OK                    VALUE 'Y'.
           03 WS-DATE-YMD                 PIC X(8)  VALUE SPACES.
           03 WS-DATE-NUM REDEFINES WS-DATE-YMD
                                          PIC 9(8).
           03 WS-DATE-INT                 PIC S9(9) COMP VALUE +0.
           03 WS-WEEK-NUM                 PIC 9(8)  VALUE ZERO.
           03 WS-WEEK-X REDEFINES WS-WEEK-NUM
                                          PIC X(8).
           03 WS-WEEK-ISO                 PIC X(10) VALUE SPACES.
           03 WS-CURRENT-WEEK-ISO         PIC X(10) VALUE SPACES.

      * Host variables for one LGQUOTE row.
       01  WS-QUOTE-HOST-VARS.
           03 WS-HV-QUOTE-DATE            PIC X(10).
           03 WS-HV-QUOTE-STATUS          PIC X.
           03 WS-HV-CONV-CHANNEL          PIC X.
           03 WS-HV-RULESET-DIFFERS       PIC X.
           03 WS-HV-PREMIUM               PIC 9(7)V99.

      * One week's counts, and the same for the whole period.
       01  WS-WEEK-TOTALS.
           03 WS-WK-QUOTED                PIC S9(9) COMP VALUE +0.
           03 WS-WK-CONV-COUNTER          PIC S9(9) COMP VALUE +0.
           03 WS-WK-CONV-BROKER           PIC S9(9) COMP VALUE +0.
           03 WS-WK-EXPIRED               PIC S9(9) COMP VALUE +0.
           03 WS-WK-OPEN                  PIC S9(9) COMP VALUE +0.
           03 WS-WK-DIFFERS               PIC S9(9) COMP VALUE +0.
           03 WS-WK-QUOTED-PREMIUM        PIC 9(11)V99   VALUE ZERO.
           03 WS-WK-CONV-PREMIUM          PIC 9(11)V99   VALUE ZERO.
       01  WS-PERIOD-TOTALS.
           03 WS-PD-QUOTED                PIC S9(9) COMP VALUE +0.
           03 WS-PD-CONV-COUNTER          PIC S9(9) COMP VALUE +0.
           03 WS-PD-CONV-BROKER           PIC S9(9) COMP VALUE +0.
           03 WS-PD-EXPIRED               PIC S9(9) COMP VALUE +0.
           03 WS-PD-OPEN                  PIC S9(9) COMP VALUE +0.
           03 WS-PD-DIFFERS               PIC S9(9) COMP VALUE +0.
           03 WS-PD-QUOTED-PREMIUM        PIC 9(11)V99   VALUE ZERO.
           03 WS-PD-CONV-PREMIUM          PIC 9(11)V99   VALUE ZERO.

      * Working values for the line being printed.
       01  WS-LINE-VALUES.
           03 WS-LN-QUOTED                PIC S9(9) COMP VALUE +0.
           03 WS-LN-CONV-COUNTER          PIC S9(9) COMP VALUE +0.
           03 WS-LN-CONV-BROKER           PIC S9(9) COMP VALUE +0.
           03 WS-LN-EXPIRED               PIC S9(9) COMP VALUE +0.
           03 WS-LN-OPEN                  PIC S9(9) COMP VALUE +0.
           03 WS-LN-DIFFERS               PIC S9(9) COMP VALUE +0.
           03 WS-LN-QUOTED-PREMIUM        PIC 9(11)V99   VALUE ZERO.
           03 WS-LN-CONV-PREMIUM          PIC 9(11)V99   VALUE ZERO.
           03 WS-LN-CONV-PCT              PIC 9(3)V9     VALUE ZERO.

       01  WS-REPORT-LINE                 PIC X(132) VALUE SPACES.
       01  WS-SQLCODE-DISP                PIC -(8)9.

      * One week (or the period total), as printed.
       01  WS-DETAIL-LINE.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-WEEK-OF                  PIC X(10).
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-QUOTED                   PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CONV-COUNTER             PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CONV-BROKER              PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-EXPIRED                  PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-OPEN                     PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CONV-PCT                 PIC ZZ9.9.
           03 FILLER                      PIC X(1)  VALUE '%'.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-DIFFERS                  PIC Z(6)9.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-QUOTED-PREMIUM           PIC Z(10)9.99.
           03 FILLER                      PIC X(2)  VALUE SPACES.
           03 DL-CONV-PREMIUM             PIC Z(10)9.99.
           03 FILLER                      PIC X(26) VALUE SPACES.

           COPY SQLCA.

      * The period's quotes in date order, so each week's arrive
      * together.
           EXEC SQL
               DECLARE QTECSR CURSOR FOR
                   SELECT QUOTE_DATE, QUOTE_STATUS, CONV_CHANNEL,
                          RULESET_DIFFERS, PREMIUM
                     FROM LGQUOTE
                    WHERE QUOTE_DATE >= :WS-FROM-DATE-ISO
                      AND QUOTE_DATE <= :WS-TO-DATE-ISO
                    ORDER BY QUOTE_DATE
           END-EXEC.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-REPORT-PARM
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM REPORT-WEEKLY-CONVERSION
           CLOSE PRINT-FILE
           GOBACK.

      *================================================================*
      * Read and edit the period parameter.  No parameter, or a blank  *
      * one, reports the 13 weeks ending today - from the Monday 12    *
      * weeks before this week's.  Dates not in strict yyyy-mm-dd      *
      * form, or a period that ends before it starts, fail the run     *
      * before DB2 is touched.                                         *
      *================================================================*
       READ-REPORT-PARM.
           OPEN INPUT PARM-IN-FILE
           READ PARM-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           CLOSE PARM-IN-FILE
           IF WS-END-OF-FILE
               MOVE SPACES TO PARM-RECORD
           END-IF
           IF PA-FROM-DATE EQUAL SPACES
              AND PA-TO-DATE EQUAL SPACES
               ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD
               STRING WS-DATE-YMD(1:4) '-'
                      WS-DATE-YMD(5:2) '-'
                      WS-DATE-YMD(7:2)
                      DELIMITED BY SIZE INTO WS-TO-DATE-ISO
               END-STRING
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-WEEK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT
                       - FUNCTION MOD(WS-DATE-INT - 1, 7) - 84)
               STRING WS-WEEK-X(1:4) '-'
                      WS-WEEK-X(5:2) '-'
                      WS-WEEK-X(7:2)
                      DELIMITED BY SIZE INTO WS-FROM-DATE-ISO
               END-STRING
           ELSE
               MOVE PA-FROM-DATE TO WS-EDIT-DATE
               PERFORM EDIT-PARM-DATE
               MOVE PA-TO-DATE TO WS-EDIT-DATE
               PERFORM EDIT-PARM-DATE
               IF NOT WS-EDIT-DATE-OK
                   DISPLAY 'LGQTRPT1 REPORT DATES NOT YYYY-MM-DD: '
                           PA-FROM-DATE ' ' PA-TO-DATE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF PA-TO-DATE < PA-FROM-DATE
                   DISPLAY 'LGQTRPT1 REPORT PERIOD ENDS BEFORE IT '
                           'STARTS: ' PA-FROM-DATE ' ' PA-TO-DATE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PA-FROM-DATE TO WS-FROM-DATE-ISO
               MOVE PA-TO-DATE TO WS-TO-DATE-ISO
           END-IF.
           EXIT.

      * Leaves WS-EDIT-DATE-OK-SW 'N' if WS-EDIT-DATE is not a
      * yyyy-mm-dd date; never sets it back to 'Y'.
       EDIT-PARM-DATE.
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
              OR WS-EDIT-DATE(5:1) NOT EQUAL '-'
              OR WS-EDIT-DATE(6:2) NOT NUMERIC
              OR WS-EDIT-DATE(6:2) < '01'
              OR WS-EDIT-DATE(6:2) > '12'
              OR WS-EDIT-DATE(8:1) NOT EQUAL '-'
              OR WS-EDIT-DATE(9:2) NOT NUMERIC
              OR WS-EDIT-DATE(9:2) < '01'
              OR WS-EDIT-DATE(9:2) > '31'
               MOVE 'N' TO WS-EDIT-DATE-OK-SW
           END-IF.
           EXIT.

      *================================================================*
      * One line per week that had quotes, then the period total.      *
      * The week in hand is printed when the first quote of the next   *
      * week (or the end of the cursor) shows it is complete.          *
      *================================================================*
       REPORT-WEEKLY-CONVERSION.
           STRING '  WEEK OF      QUOTED  COUNTER   BROKER  EXPIRED'
                  '     OPEN    CONV  RULESET          QUOTED'
                  '       CONVERTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING '  (MONDAY)              BOUGHT   BOUGHT         '
                  '             RATE  DIFFERS         PREMIUM'
                  '         PREMIUM'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-CURRENT-WEEK-ISO
           EXEC SQL OPEN QTECSR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               PERFORM REPORT-SQL-ERROR
           ELSE
               PERFORM FETCH-QUOTE-ROW
                   UNTIL SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL 100
                   PERFORM REPORT-SQL-ERROR
               END-IF
               EXEC SQL CLOSE QTECSR END-EXEC
               IF WS-CURRENT-WEEK-ISO NOT EQUAL SPACES
                   PERFORM WRITE-WEEK-LINE
               END-IF
               PERFORM WRITE-PERIOD-TOTAL
           END-IF.
           EXIT.

       FETCH-QUOTE-ROW.
           EXEC SQL
               FETCH QTECSR INTO :WS-HV-QUOTE-DATE,
                                 :WS-HV-QUOTE-STATUS,
                                 :WS-HV-CONV-CHANNEL,
                                 :WS-HV-RULESET-DIFFERS,
                                 :WS-HV-PREMIUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
               PERFORM SET-WEEK-OF-QUOTE
               IF WS-WEEK-ISO NOT EQUAL WS-CURRENT-WEEK-ISO
                   IF WS-CURRENT-WEEK-ISO NOT EQUAL SPACES
                       PERFORM WRITE-WEEK-LINE
                   END-IF
                   MOVE WS-WEEK-ISO TO WS-CURRENT-WEEK-ISO
                   INITIALIZE WS-WEEK-TOTALS
               END-IF
               PERFORM COUNT-QUOTE
           END-IF.
           EXIT.

      *================================================================*
      * The Monday of the week the quote was given - day 1 of the      *
      * integer date calendar (1601-01-01) was a Monday.               *
      *================================================================*
       SET-WEEK-OF-QUOTE.
           STRING WS-HV-QUOTE-DATE(1:4)
                  WS-HV-QUOTE-DATE(6:2)
                  WS-HV-QUOTE-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-YMD
           END-STRING
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WEEK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT
                   - FUNCTION MOD(WS-DATE-INT - 1, 7))
           MOVE SPACES TO WS-WEEK-ISO
           STRING WS-WEEK-X(1:4) '-'
                  WS-WEEK-X(5:2) '-'
                  WS-WEEK-X(7:2)
                  DELIMITED BY SIZE INTO WS-WEEK-ISO
           END-STRING.
           EXIT.

       COUNT-QUOTE.
           ADD 1 TO WS-WK-QUOTED
           ADD WS-HV-PREMIUM TO WS-WK-QUOTED-PREMIUM
           EVALUATE WS-HV-QUOTE-STATUS
               WHEN 'C'
                   IF WS-HV-CONV-CHANNEL EQUAL 'B'
                       ADD 1 TO WS-WK-CONV-BROKER
                   ELSE
                       ADD 1 TO WS-WK-CONV-COUNTER
                   END-IF
                   ADD WS-HV-PREMIUM TO WS-WK-CONV-PREMIUM
                   IF WS-HV-RULESET-DIFFERS EQUAL 'Y'
                       ADD 1 TO WS-WK-DIFFERS
                   END-IF
               WHEN 'X'
                   ADD 1 TO WS-WK-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-WK-OPEN
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Print the week in hand and add it into the period total.       *
      *================================================================*
       WRITE-WEEK-LINE.
           MOVE WS-CURRENT-WEEK-ISO TO DL-WEEK-OF
           MOVE WS-WK-QUOTED TO WS-LN-QUOTED
           MOVE WS-WK-CONV-COUNTER TO WS-LN-CONV-COUNTER
           MOVE WS-WK-CONV-BROKER TO WS-LN-CONV-BROKER
           MOVE WS-WK-EXPIRED TO WS-LN-EXPIRED
           MOVE WS-WK-OPEN TO WS-LN-OPEN
           MOVE WS-WK-DIFFERS TO WS-LN-DIFFERS
           MOVE WS-WK-QUOTED-PREMIUM TO WS-LN-QUOTED-PREMIUM
           MOVE WS-WK-CONV-PREMIUM TO WS-LN-CONV-PREMIUM
           PERFORM WRITE-DETAIL-LINE
           ADD WS-WK-QUOTED TO WS-PD-QUOTED
           ADD WS-WK-CONV-COUNTER TO WS-PD-CONV-COUNTER
           ADD WS-WK-CONV-BROKER TO WS-PD-CONV-BROKER
           ADD WS-WK-EXPIRED TO WS-PD-EXPIRED
           ADD WS-WK-OPEN TO WS-PD-OPEN
           ADD WS-WK-DIFFERS TO WS-PD-DIFFERS
           ADD WS-WK-QUOTED-PREMIUM TO WS-PD-QUOTED-PREMIUM
           ADD WS-WK-CONV-PREMIUM TO WS-PD-CONV-PREMIUM.
           EXIT.

       WRITE-PERIOD-TOTAL.
           PERFORM WRITE-BLANK-LINE
           MOVE 'TOTAL' TO DL-WEEK-OF
           MOVE WS-PD-QUOTED TO WS-LN-QUOTED
           MOVE WS-PD-CONV-COUNTER TO WS-LN-CONV-COUNTER
           MOVE WS-PD-CONV-BROKER TO WS-LN-CONV-BROKER
           MOVE WS-PD-EXPIRED TO WS-LN-EXPIRED
           MOVE WS-PD-OPEN TO WS-LN-OPEN
           MOVE WS-PD-DIFFERS TO WS-LN-DIFFERS
           MOVE WS-PD-QUOTED-PREMIUM TO WS-LN-QUOTED-PREMIUM
           MOVE WS-PD-CONV-PREMIUM TO WS-LN-CONV-PREMIUM
           PERFORM WRITE-DETAIL-LINE.
           EXIT.

      * Conversion rate is quotes bought, by either channel, over
      * quotes given - zero when nothing was quoted.
       WRITE-DETAIL-LINE.
           MOVE ZERO TO WS-LN-CONV-PCT
           IF WS-LN-QUOTED > ZERO
               COMPUTE WS-LN-CONV-PCT ROUNDED =
                   (WS-LN-CONV-COUNTER + WS-LN-CONV-BROKER) * 100
                   / WS-LN-QUOTED
                   ON SIZE ERROR
                       MOVE ZERO TO WS-LN-CONV-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LN-QUOTED TO DL-QUOTED
           MOVE WS-LN-CONV-COUNTER TO DL-CONV-COUNTER
           MOVE WS-LN-CONV-BROKER TO DL-CONV-BROKER
           MOVE WS-LN-EXPIRED TO DL-EXPIRED
           MOVE WS-LN-OPEN TO DL-OPEN
           MOVE WS-LN-CONV-PCT TO DL-CONV-PCT
           MOVE WS-LN-DIFFERS TO DL-DIFFERS
           MOVE WS-LN-QUOTED-PREMIUM TO DL-QUOTED-PREMIUM
           MOVE WS-LN-CONV-PREMIUM TO DL-CONV-PREMIUM
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *================================================================*
      * Report plumbing.                                               *
      *================================================================*
       WRITE-REPORT-TITLE.
           STRING 'WEEKLY WEB QUOTE-TO-POLICY CONVERSION REPORT - '
                  'QUOTES GIVEN ' WS-FROM-DATE-ISO
                  ' TO ' WS-TO-DATE-ISO
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
           DISPLAY 'LGQTRPT1 DB2 ERROR SQLCODE=' WS-SQLCODE-DISP
           MOVE 'REPORT INCOMPLETE - DB2 ERROR' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.
           EXIT.
