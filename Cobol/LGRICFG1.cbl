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
      *           Reinsurance Treaty Limit Maintenance                 *
      *                                                                *
      *   Maintenance transaction over the LGRICFG table (DB2) - the   *
      *   sum assured the treaty lets us retain on any one life, and   *
      *   the facultative limit above which LGAPBR01, LGBRBAT1 and     *
      *   LGRNBAT1 refer an endowment add or renewal to the            *
      *   underwriters (LGUWRKQ reason '3') instead of putting it on   *
      *   risk.  A treaty renegotiation is then a data change, the     *
      *   same way LGDPCFG1 maintains the duplicate window.            *
      *                                                                *
      * INPUT/OUTPUT:                                                  *
      *   commarea - COPY LGRICFC.  See the copybook for the request   *
      *   modes and return codes.                                      *
      *                                                                *
      * NOTES:                                                         *
      *  LGRICFG holds a single row.  LGAPBR01 reads it on every       *
      *  endowment rating so a change applies at once online;          *
      *  LGBRBAT1 and LGRNBAT1 read it once at the start of a run,     *
      *  and LGRIBDX1 once per bordereau.                              *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRICFG1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Variables for time/date processing
       01  ABS-TIME                        PIC S9(8) COMP VALUE +0.
       01  WS-DATE-YMD                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-ISO                     PIC X(10) VALUE SPACES.

      * Working copy of the commarea - COPY LGRICFC gives this group
      * the RI- data names used throughout.  Qualified with
      * "OF WS-RI-MAINT-AREA" below since LGRICFC is also COPYd
      * into the LINKAGE SECTION - same pattern as LGDPCFG1.
       01  WS-RI-MAINT-AREA.
           COPY LGRICFC.

      * Host-variable image of the LGRICFG row.
       01  WS-TREATY-ROW.
           03 RC-RETENTION-LIMIT           PIC S9(9)V99 COMP-3.
           03 RC-FACULTATIVE-LIMIT         PIC S9(9)V99 COMP-3.
           03 RC-DATE-CHANGED              PIC X(10).

       01  WS-SQLCODE-DISP                 PIC -(8)9.

           COPY SQLCA.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGRICFC.

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

           IF EIBCALEN < LENGTH OF WS-RI-MAINT-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-RI-MAINT-AREA
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-RI-MAINT-AREA)
                    TO WS-RI-MAINT-AREA
           END-IF

           MOVE '00' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
           MOVE SPACES TO RI-MESSAGE OF WS-RI-MAINT-AREA
           PERFORM GET-CURRENT-DATE

           EVALUATE TRUE
               WHEN RI-MODE-SET OF WS-RI-MAINT-AREA
                   PERFORM SET-TREATY-LIMITS
               WHEN RI-MODE-INQUIRE OF WS-RI-MAINT-AREA
                   PERFORM INQUIRE-TREATY-LIMITS
               WHEN OTHER
                   MOVE '99' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
                   MOVE 'REQUEST MODE NOT RECOGNISED'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
           END-EVALUATE

           IF EIBCALEN < LENGTH OF WS-RI-MAINT-AREA
               MOVE WS-RI-MAINT-AREA(1:EIBCALEN)
                    TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               MOVE WS-RI-MAINT-AREA
                    TO DFHCOMMAREA(1:LENGTH OF WS-RI-MAINT-AREA)
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Set the limits - replace the row held, or insert it the first  *
      * time the limits are set.                                       *
      *================================================================*
       SET-TREATY-LIMITS.
           EVALUATE TRUE
               WHEN RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                    NOT NUMERIC
                 OR RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                    NOT NUMERIC
                   MOVE '99' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
                   MOVE 'LIMITS NOT NUMERIC'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               WHEN RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                    EQUAL ZERO
                   MOVE '99' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
                   MOVE 'RETENTION LIMIT MUST BE ABOVE ZERO'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               WHEN RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                    NOT EQUAL ZERO
                AND RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                    < RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                   MOVE '99' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
                   MOVE 'FACULTATIVE LIMIT BELOW RETENTION LIMIT'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               WHEN OTHER
                   PERFORM WRITE-TREATY-ROW
           END-EVALUATE.
           EXIT.

       WRITE-TREATY-ROW.
           MOVE RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                TO RC-RETENTION-LIMIT
           MOVE RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                TO RC-FACULTATIVE-LIMIT
           MOVE WS-DATE-ISO TO RC-DATE-CHANGED
           EXEC SQL
               UPDATE LGRICFG
                  SET RETENTION_LIMIT = :RC-RETENTION-LIMIT,
                      FACULTATIVE_LIMIT = :RC-FACULTATIVE-LIMIT,
                      DATE_CHANGED = :RC-DATE-CHANGED
           END-EXEC
           IF SQLCODE EQUAL 100
               EXEC SQL
                   INSERT INTO LGRICFG
                       ( RETENTION_LIMIT, FACULTATIVE_LIMIT,
                         DATE_CHANGED )
                     VALUES
                       ( :RC-RETENTION-LIMIT, :RC-FACULTATIVE-LIMIT,
                         :RC-DATE-CHANGED )
               END-EXEC
           END-IF
           IF SQLCODE EQUAL ZERO
               MOVE RC-DATE-CHANGED
                    TO RI-DATE-CHANGED OF WS-RI-MAINT-AREA
               IF RC-FACULTATIVE-LIMIT EQUAL ZERO
                   MOVE 'LIMITS SET - NO FACULTATIVE REFERRAL'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               ELSE
                   MOVE 'TREATY LIMITS SET'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               END-IF
           ELSE
               PERFORM REPORT-SQL-ERROR
           END-IF.
           EXIT.

      *================================================================*
      * Return the limits and the date they were set.                  *
      *================================================================*
       INQUIRE-TREATY-LIMITS.
           EXEC SQL
               SELECT RETENTION_LIMIT, FACULTATIVE_LIMIT, DATE_CHANGED
                 INTO :RC-RETENTION-LIMIT, :RC-FACULTATIVE-LIMIT,
                      :RC-DATE-CHANGED
                 FROM LGRICFG
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE RC-RETENTION-LIMIT
                        TO RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                   MOVE RC-FACULTATIVE-LIMIT
                        TO RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                   MOVE RC-DATE-CHANGED
                        TO RI-DATE-CHANGED OF WS-RI-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
                   MOVE ZERO TO RI-RETENTION-LIMIT OF WS-RI-MAINT-AREA
                   MOVE ZERO
                        TO RI-FACULTATIVE-LIMIT OF WS-RI-MAINT-AREA
                   MOVE 'NO LIMITS SET - NO RETENTION CHECK IS MADE'
                        TO RI-MESSAGE OF WS-RI-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE '90' TO RI-RETURN-CODE OF WS-RI-MAINT-AREA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO RI-MESSAGE OF WS-RI-MAINT-AREA
           STRING 'DB2 ERROR ON LGRICFG SQLCODE=' WS-SQLCODE-DISP
                  DELIMITED BY SIZE
                  INTO RI-MESSAGE OF WS-RI-MAINT-AREA
           END-STRING.
           EXIT.

      *================================================================*
      * Obtain today's date in the ISO form LGRICFG holds.             *
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
