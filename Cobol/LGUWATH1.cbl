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
      *               Underwriting Authority Maintenance               *
      *                                                                *
      *   Maintenance transaction over the LGUWAUTH table (DB2) - the  *
      *   largest sum assured each underwriter id may approve alone,   *
      *   per policy type.  LGUWLST1 holds any approval above the      *
      *   approver's limit as awaiting a second signature, and only an *
      *   underwriter whose limit covers the sum assured may           *
      *   countersign it.  Lets the underwriting manager grant or      *
      *   change authority as a data change, the same way LGFDMNT1     *
      *   maintains the fund list.                                     *
      *                                                                *
      * INPUT/OUTPUT:                                                  *
      *   commarea - COPY LGUWATC.  See the copybook for the request   *
      *   modes and return codes.                                      *
      *                                                                *
      * NOTES:                                                         *
      *  One row per underwriter id and policy type.  No row means no  *
      *  authority: every approval of that type the underwriter makes  *
      *  waits for a second signature.  A change applies to the next   *
      *  approval or countersignature - items already awaiting a       *
      *  second signature stay there until countersigned or refused.   *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUWATH1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Variables for time/date processing
       01  ABS-TIME                        PIC S9(8) COMP VALUE +0.
       01  WS-DATE-YMD                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-ISO                     PIC X(10) VALUE SPACES.

      * Working copy of the commarea - COPY LGUWATC gives this group
      * the UA- data names used throughout.  Qualified with
      * "OF WS-AUTH-MAINT-AREA" below since LGUWATC is also COPYd
      * into the LINKAGE SECTION - same pattern as LGFDMNT1.
       01  WS-AUTH-MAINT-AREA.
           COPY LGUWATC.

      * Host-variable image of one LGUWAUTH row.
       01  WS-AUTH-ROW.
           03 AH-UNDERWRITER-ID            PIC X(8).
           03 AH-POLICY-TYPE               PIC X.
           03 AH-MAX-SUM-ASSURED           PIC 9(7)V99.
           03 AH-DATE-CHANGED              PIC X(10).

       01  WS-SQLCODE-DISP                 PIC -(8)9.

           COPY SQLCA.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGUWATC.

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

           IF EIBCALEN < LENGTH OF WS-AUTH-MAINT-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-AUTH-MAINT-AREA
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-AUTH-MAINT-AREA)
                    TO WS-AUTH-MAINT-AREA
           END-IF

           MOVE '00' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
           MOVE SPACES TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
           PERFORM GET-CURRENT-DATE

           EVALUATE TRUE
               WHEN UA-UNDERWRITER-ID OF WS-AUTH-MAINT-AREA EQUAL SPACES
                   MOVE '99' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
                   MOVE 'UNDERWRITER ID REQUIRED'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               WHEN NOT UA-TYPE-VALID OF WS-AUTH-MAINT-AREA
                   MOVE '99' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
                   MOVE 'POLICY TYPE MUST BE E, H, M OR C'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               WHEN OTHER
                   MOVE UA-UNDERWRITER-ID OF WS-AUTH-MAINT-AREA
                        TO AH-UNDERWRITER-ID
                   MOVE UA-POLICY-TYPE OF WS-AUTH-MAINT-AREA
                        TO AH-POLICY-TYPE
                   EVALUATE TRUE
                       WHEN UA-MODE-SET OF WS-AUTH-MAINT-AREA
                           PERFORM SET-LIMIT
                       WHEN UA-MODE-REMOVE OF WS-AUTH-MAINT-AREA
                           PERFORM REMOVE-LIMIT
                       WHEN UA-MODE-INQUIRE OF WS-AUTH-MAINT-AREA
                           PERFORM INQUIRE-LIMIT
                       WHEN OTHER
                           MOVE '99' TO UA-RETURN-CODE
                                        OF WS-AUTH-MAINT-AREA
                           MOVE 'REQUEST MODE NOT RECOGNISED'
                                TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
                   END-EVALUATE
           END-EVALUATE

           IF EIBCALEN < LENGTH OF WS-AUTH-MAINT-AREA
               MOVE WS-AUTH-MAINT-AREA(1:EIBCALEN)
                    TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               MOVE WS-AUTH-MAINT-AREA
                    TO DFHCOMMAREA(1:LENGTH OF WS-AUTH-MAINT-AREA)
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Set the underwriter's limit for the policy type - insert it,   *
      * or replace the one already held.                               *
      *================================================================*
       SET-LIMIT.
           IF UA-MAX-SUM-ASSURED OF WS-AUTH-MAINT-AREA NOT NUMERIC
               MOVE '99' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
               MOVE 'MAXIMUM SUM ASSURED NOT NUMERIC'
                    TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
           ELSE
               MOVE UA-MAX-SUM-ASSURED OF WS-AUTH-MAINT-AREA
                    TO AH-MAX-SUM-ASSURED
               MOVE WS-DATE-ISO TO AH-DATE-CHANGED
               EXEC SQL
                   INSERT INTO LGUWAUTH
                       ( UNDERWRITER_ID, POLICY_TYPE,
                         MAX_SUM_ASSURED, DATE_CHANGED )
                     VALUES
                       ( :AH-UNDERWRITER-ID, :AH-POLICY-TYPE,
                         :AH-MAX-SUM-ASSURED, :AH-DATE-CHANGED )
               END-EXEC
               IF SQLCODE EQUAL -803
                   EXEC SQL
                       UPDATE LGUWAUTH
                          SET MAX_SUM_ASSURED = :AH-MAX-SUM-ASSURED,
                              DATE_CHANGED = :AH-DATE-CHANGED
                        WHERE UNDERWRITER_ID = :AH-UNDERWRITER-ID
                          AND POLICY_TYPE = :AH-POLICY-TYPE
                   END-EXEC
               END-IF
               IF SQLCODE EQUAL ZERO
                   MOVE AH-DATE-CHANGED
                        TO UA-DATE-CHANGED OF WS-AUTH-MAINT-AREA
                   MOVE 'AUTHORITY LIMIT SET'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               ELSE
                   PERFORM REPORT-SQL-ERROR
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Remove the underwriter's limit for the policy type.            *
      *================================================================*
       REMOVE-LIMIT.
           EXEC SQL
               DELETE FROM LGUWAUTH
                WHERE UNDERWRITER_ID = :AH-UNDERWRITER-ID
                  AND POLICY_TYPE = :AH-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE ZERO
                        TO UA-MAX-SUM-ASSURED OF WS-AUTH-MAINT-AREA
                   MOVE 'AUTHORITY LIMIT REMOVED'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
                   MOVE 'NO AUTHORITY LIMIT FOR UNDERWRITER AND TYPE'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Return the underwriter's limit for the policy type.            *
      *================================================================*
       INQUIRE-LIMIT.
           EXEC SQL
               SELECT MAX_SUM_ASSURED, DATE_CHANGED
                 INTO :AH-MAX-SUM-ASSURED, :AH-DATE-CHANGED
                 FROM LGUWAUTH
                WHERE UNDERWRITER_ID = :AH-UNDERWRITER-ID
                  AND POLICY_TYPE = :AH-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE AH-MAX-SUM-ASSURED
                        TO UA-MAX-SUM-ASSURED OF WS-AUTH-MAINT-AREA
                   MOVE AH-DATE-CHANGED
                        TO UA-DATE-CHANGED OF WS-AUTH-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
                   MOVE 'NO AUTHORITY LIMIT FOR UNDERWRITER AND TYPE'
                        TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE '90' TO UA-RETURN-CODE OF WS-AUTH-MAINT-AREA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO UA-MESSAGE OF WS-AUTH-MAINT-AREA
           STRING 'DB2 ERROR ON LGUWAUTH SQLCODE=' WS-SQLCODE-DISP
                  DELIMITED BY SIZE
                  INTO UA-MESSAGE OF WS-AUTH-MAINT-AREA
           END-STRING.
           EXIT.

      *================================================================*
      * Obtain today's date in the ISO form LGUWAUTH holds.            *
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
