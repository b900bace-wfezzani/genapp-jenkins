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
      *           Duplicate-Application Window Maintenance             *
      *                                                                *
      *   Maintenance transaction over the LGDUPCFG table (DB2) - the  *
      *   number of days back LGAPBR01 (counter and web) and LGBRBAT1  *
      *   (broker batch) look for an earlier rating of the same        *
      *   customer and policy before refusing an application as a      *
      *   duplicate.  Lets the business widen, narrow or switch off    *
      *   the check as a data change, the same way LGBRCMT1 maintains  *
      *   broker commission rates.                                     *
      *                                                                *
      * INPUT/OUTPUT:                                                  *
      *   commarea - COPY LGDPCFC.  See the copybook for the request   *
      *   modes and return codes.                                      *
      *                                                                *
      * NOTES:                                                         *
      *  LGDUPCFG holds a single row.  LGAPBR01 reads it on every add  *
      *  so a change applies at once online; LGBRBAT1 reads it once at *
      *  the start of a run.  Until the row is first set both use a    *
      *  30-day window.                                                *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDPCFG1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Variables for time/date processing
       01  ABS-TIME                        PIC S9(8) COMP VALUE +0.
       01  WS-DATE-YMD                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-ISO                     PIC X(10) VALUE SPACES.

      * Working copy of the commarea - COPY LGDPCFC gives this group
      * the DP- data names used throughout.  Qualified with
      * "OF WS-DUP-MAINT-AREA" below since LGDPCFC is also COPYd
      * into the LINKAGE SECTION - same pattern as LGBRCMT1.
       01  WS-DUP-MAINT-AREA.
           COPY LGDPCFC.

      * Host-variable image of the LGDUPCFG row.
       01  WS-WINDOW-ROW.
           03 DC-WINDOW-DAYS               PIC S9(4) COMP.
           03 DC-DATE-CHANGED              PIC X(10).

       01  WS-SQLCODE-DISP                 PIC -(8)9.

           COPY SQLCA.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGDPCFC.

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

           IF EIBCALEN < LENGTH OF WS-DUP-MAINT-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-DUP-MAINT-AREA
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-DUP-MAINT-AREA)
                    TO WS-DUP-MAINT-AREA
           END-IF

           MOVE '00' TO DP-RETURN-CODE OF WS-DUP-MAINT-AREA
           MOVE SPACES TO DP-MESSAGE OF WS-DUP-MAINT-AREA
           PERFORM GET-CURRENT-DATE

           EVALUATE TRUE
               WHEN DP-MODE-SET OF WS-DUP-MAINT-AREA
                   PERFORM SET-WINDOW
               WHEN DP-MODE-INQUIRE OF WS-DUP-MAINT-AREA
                   PERFORM INQUIRE-WINDOW
               WHEN OTHER
                   MOVE '99' TO DP-RETURN-CODE OF WS-DUP-MAINT-AREA
                   MOVE 'REQUEST MODE NOT RECOGNISED'
                        TO DP-MESSAGE OF WS-DUP-MAINT-AREA
           END-EVALUATE

           IF EIBCALEN < LENGTH OF WS-DUP-MAINT-AREA
               MOVE WS-DUP-MAINT-AREA(1:EIBCALEN)
                    TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               MOVE WS-DUP-MAINT-AREA
                    TO DFHCOMMAREA(1:LENGTH OF WS-DUP-MAINT-AREA)
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Set the window - replace the row held, or insert it the first  *
      * time the window is set.                                        *
      *================================================================*
       SET-WINDOW.
           IF DP-WINDOW-DAYS OF WS-DUP-MAINT-AREA NOT NUMERIC
               MOVE '99' TO DP-RETURN-CODE OF WS-DUP-MAINT-AREA
               MOVE 'WINDOW DAYS NOT NUMERIC'
                    TO DP-MESSAGE OF WS-DUP-MAINT-AREA
           ELSE
               MOVE DP-WINDOW-DAYS OF WS-DUP-MAINT-AREA
                    TO DC-WINDOW-DAYS
               MOVE WS-DATE-ISO TO DC-DATE-CHANGED
               EXEC SQL
                   UPDATE LGDUPCFG
                      SET WINDOW_DAYS = :DC-WINDOW-DAYS,
                          DATE_CHANGED = :DC-DATE-CHANGED
               END-EXEC
               IF SQLCODE EQUAL 100
                   EXEC SQL
                       INSERT INTO LGDUPCFG
                           ( WINDOW_DAYS, DATE_CHANGED )
                         VALUES
                           ( :DC-WINDOW-DAYS, :DC-DATE-CHANGED )
                   END-EXEC
               END-IF
               IF SQLCODE EQUAL ZERO
                   MOVE DC-DATE-CHANGED
                        TO DP-DATE-CHANGED OF WS-DUP-MAINT-AREA
                   IF DC-WINDOW-DAYS EQUAL ZERO
                       MOVE 'DUPLICATE CHECK SWITCHED OFF'
                            TO DP-MESSAGE OF WS-DUP-MAINT-AREA
                   ELSE
                       MOVE 'DUPLICATE WINDOW SET'
                            TO DP-MESSAGE OF WS-DUP-MAINT-AREA
                   END-IF
               ELSE
                   PERFORM REPORT-SQL-ERROR
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Return the window and the date it was set.                     *
      *================================================================*
       INQUIRE-WINDOW.
           EXEC SQL
               SELECT WINDOW_DAYS, DATE_CHANGED
                 INTO :DC-WINDOW-DAYS, :DC-DATE-CHANGED
                 FROM LGDUPCFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE DC-WINDOW-DAYS
                        TO DP-WINDOW-DAYS OF WS-DUP-MAINT-AREA
                   MOVE DC-DATE-CHANGED
                        TO DP-DATE-CHANGED OF WS-DUP-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO DP-RETURN-CODE OF WS-DUP-MAINT-AREA
                   MOVE 30 TO DP-WINDOW-DAYS OF WS-DUP-MAINT-AREA
                   MOVE 'NO WINDOW SET - 30-DAY DEFAULT APPLIES'
                        TO DP-MESSAGE OF WS-DUP-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE '90' TO DP-RETURN-CODE OF WS-DUP-MAINT-AREA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO DP-MESSAGE OF WS-DUP-MAINT-AREA
           STRING 'DB2 ERROR ON LGDUPCFG SQLCODE=' WS-SQLCODE-DISP
                  DELIMITED BY SIZE
                  INTO DP-MESSAGE OF WS-DUP-MAINT-AREA
           END-STRING.
           EXIT.

      *================================================================*
      * Obtain today's date in the ISO form LGDUPCFG holds.            *
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
