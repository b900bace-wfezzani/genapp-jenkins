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
      *              Web Quote Validity Maintenance                    *
      *                                                                *
      *   Maintenance transaction over the LGQTECFG table (DB2) - the  *
      *   number of days a web quote LGAPBR01 puts on the LGQUOTE      *
      *   register can be bought at the fund and premium quoted.       *
      *   Lets the business lengthen or shorten the validity as a      *
      *   data change, the same way LGDPCFG1 maintains the duplicate   *
      *   window.                                                      *
      *                                                                *
      * INPUT/OUTPUT:                                                  *
      *   commarea - COPY LGQTCFC.  See the copybook for the request   *
      *   modes and return codes.                                      *
      *                                                                *
      * NOTES:                                                         *
      *  LGQTECFG holds a single row, which also carries the last      *
      *  quote number LGAPBR01 allocated - this transaction never      *
      *  changes that.  LGAPBR01 reads the validity on every quote it  *
      *  registers, so a change applies to the next quote given.       *
      *  Until a validity is set the register uses 30 days; a row      *
      *  LGAPBR01 created with that default carries no change date.    *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTCFG1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Variables for time/date processing
       01  ABS-TIME                        PIC S9(8) COMP VALUE +0.
       01  WS-DATE-YMD                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-ISO                     PIC X(10) VALUE SPACES.

      * Working copy of the commarea - COPY LGQTCFC gives this group
      * the QC- data names used throughout.  Qualified with
      * "OF WS-QUOTE-MAINT-AREA" below since LGQTCFC is also COPYd
      * into the LINKAGE SECTION - same pattern as LGDPCFG1.
       01  WS-QUOTE-MAINT-AREA.
           COPY LGQTCFC.

      * Host-variable image of the LGQTECFG row.
       01  WS-VALIDITY-ROW.
           03 QT-VALID-DAYS                PIC S9(4) COMP.
           03 QT-DATE-CHANGED              PIC X(10).

       01  WS-SQLCODE-DISP                 PIC -(8)9.

           COPY SQLCA.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGQTCFC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * A maintenance request makes no sense without a commarea to
      * answer into - same abend LGAPBR01 issues.
           IF EIBCALEN IS EQUAL TO ZERO
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           IF EIBCALEN < LENGTH OF WS-QUOTE-MAINT-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-QUOTE-MAINT-AREA
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-QUOTE-MAINT-AREA)
                    TO WS-QUOTE-MAINT-AREA
           END-IF

           MOVE '00' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
           MOVE SPACES TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
           PERFORM GET-CURRENT-DATE

           EVALUATE TRUE
               WHEN QC-MODE-SET OF WS-QUOTE-MAINT-AREA
                   PERFORM SET-VALIDITY
               WHEN QC-MODE-INQUIRE OF WS-QUOTE-MAINT-AREA
                   PERFORM INQUIRE-VALIDITY
               WHEN OTHER
                   MOVE '99' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
                   MOVE 'REQUEST MODE NOT RECOGNISED'
                        TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
           END-EVALUATE

           IF EIBCALEN < LENGTH OF WS-QUOTE-MAINT-AREA
               MOVE WS-QUOTE-MAINT-AREA(1:EIBCALEN)
                    TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               MOVE WS-QUOTE-MAINT-AREA
                    TO DFHCOMMAREA(1:LENGTH OF WS-QUOTE-MAINT-AREA)
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Set the validity - replace it on the row held, or insert the   *
      * row (with no quote numbers yet allocated) the first time.  A   *
      * quote cannot be given for no days at all, nor held for more    *
      * than a year.                                                   *
      *================================================================*
       SET-VALIDITY.
           EVALUATE TRUE
               WHEN QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA NOT NUMERIC
                   MOVE '99' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
                   MOVE 'VALIDITY DAYS NOT NUMERIC'
                        TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
               WHEN QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA EQUAL ZERO
               WHEN QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA > 365
                   MOVE '99' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
                   MOVE 'VALIDITY DAYS MUST BE 1 TO 365'
                        TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
               WHEN OTHER
                   PERFORM WRITE-VALIDITY
           END-EVALUATE.
           EXIT.

       WRITE-VALIDITY.
           MOVE QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA TO QT-VALID-DAYS
           MOVE WS-DATE-ISO TO QT-DATE-CHANGED
           EXEC SQL
               UPDATE LGQTECFG
                  SET VALID_DAYS = :QT-VALID-DAYS,
                      DATE_CHANGED = :QT-DATE-CHANGED
           END-EXEC
           IF SQLCODE EQUAL 100
               EXEC SQL
                   INSERT INTO LGQTECFG
                       ( VALID_DAYS, LAST_QUOTE_NUM, DATE_CHANGED )
                     VALUES
                       ( :QT-VALID-DAYS, 0, :QT-DATE-CHANGED )
               END-EXEC
           END-IF
           IF SQLCODE EQUAL ZERO
               MOVE QT-DATE-CHANGED
                    TO QC-DATE-CHANGED OF WS-QUOTE-MAINT-AREA
               MOVE 'QUOTE VALIDITY SET'
                    TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
           ELSE
               PERFORM REPORT-SQL-ERROR
           END-IF.
           EXIT.

      *================================================================*
      * Return the validity and the date it was set.  A row with no    *
      * change date was created by LGAPBR01 at the default.            *
      *================================================================*
       INQUIRE-VALIDITY.
           EXEC SQL
               SELECT VALID_DAYS, DATE_CHANGED
                 INTO :QT-VALID-DAYS, :QT-DATE-CHANGED
                 FROM LGQTECFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                AND QT-DATE-CHANGED EQUAL SPACES
                   MOVE '01' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
                   MOVE QT-VALID-DAYS
                        TO QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA
                   MOVE 'NO VALIDITY SET - 30-DAY DEFAULT APPLIES'
                        TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
               WHEN SQLCODE EQUAL ZERO
                   MOVE QT-VALID-DAYS
                        TO QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA
                   MOVE QT-DATE-CHANGED
                        TO QC-DATE-CHANGED OF WS-QUOTE-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
                   MOVE 30 TO QC-VALID-DAYS OF WS-QUOTE-MAINT-AREA
                   MOVE 'NO VALIDITY SET - 30-DAY DEFAULT APPLIES'
                        TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE '90' TO QC-RETURN-CODE OF WS-QUOTE-MAINT-AREA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
           STRING 'DB2 ERROR ON LGQTECFG SQLCODE=' WS-SQLCODE-DISP
                  DELIMITED BY SIZE
                  INTO QC-MESSAGE OF WS-QUOTE-MAINT-AREA
           END-STRING.
           EXIT.

      *================================================================*
      * Obtain today's date in the ISO form LGQTECFG holds.            *
      *================================================================*
       GET-CURRENT-DATE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-DATE-YMD)
           END-EXEC
           STRING WS-DATE-YMD(1:4) '-'
                  WS-DATE-YMD(5:2) '-'
                  WS-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           END-STRING.
           EXIT.
