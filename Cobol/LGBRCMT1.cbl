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
      *              Broker Commission-Rate Maintenance                *
      *                                                                *
      *   Maintenance transaction over the LGBRCOMR table (DB2) - the  *
      *   commission percentage each broker is paid per policy type,   *
      *   read by the LGBRCOM1 monthly commission run.  Lets the       *
      *   broker-relations team agree or change a broker's terms as a  *
      *   data change, the same way LGFDMNT1 maintains the fund list.  *
      *                                                                *
      * INPUT/OUTPUT:                                                  *
      *   commarea - COPY LGBRCMC.  See the copybook for the request   *
      *   modes and return codes.                                      *
      *                                                                *
      * NOTES:                                                         *
      *  One row per broker id and policy type.  A rate applies to     *
      *  every statement produced after it is set, clawbacks included, *
      *  so a change of terms is best made between monthly runs.       *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-10-15 - New program.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRCMT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Variables for time/date processing
       01  ABS-TIME                        PIC S9(8) COMP VALUE +0.
       01  WS-DATE-YMD                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-ISO                     PIC X(10) VALUE SPACES.

      * Working copy of the commarea - COPY LGBRCMC gives this group
      * the CM- data names used throughout.  Qualified with
      * "OF WS-COMM-MAINT-AREA" below since LGBRCMC is also COPYd
      * into the LINKAGE SECTION - same pattern as LGFDMNT1.
       01  WS-COMM-MAINT-AREA.
           COPY LGBRCMC.

      * Host-variable image of one LGBRCOMR row.
       01  WS-RATE-ROW.
           03 CR-BROKER-ID                 PIC X(6).
           03 CR-POLICY-TYPE               PIC X.
           03 CR-COMMISSION-PCT            PIC 9(2)V99.
           03 CR-DATE-CHANGED              PIC X(10).

       01  WS-SQLCODE-DISP                 PIC -(8)9.

           COPY SQLCA.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGBRCMC.

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

           IF EIBCALEN < LENGTH OF WS-COMM-MAINT-AREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMM-MAINT-AREA
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-COMM-MAINT-AREA)
                    TO WS-COMM-MAINT-AREA
           END-IF

           MOVE '00' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
           MOVE SPACES TO CM-MESSAGE OF WS-COMM-MAINT-AREA
           PERFORM GET-CURRENT-DATE

           EVALUATE TRUE
               WHEN CM-BROKER-ID OF WS-COMM-MAINT-AREA EQUAL SPACES
                   MOVE '99' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
                   MOVE 'BROKER ID REQUIRED'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               WHEN NOT CM-TYPE-VALID OF WS-COMM-MAINT-AREA
                   MOVE '99' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
                   MOVE 'POLICY TYPE MUST BE E, H, M OR C'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               WHEN OTHER
                   MOVE CM-BROKER-ID OF WS-COMM-MAINT-AREA
                        TO CR-BROKER-ID
                   MOVE CM-POLICY-TYPE OF WS-COMM-MAINT-AREA
                        TO CR-POLICY-TYPE
                   EVALUATE TRUE
                       WHEN CM-MODE-SET OF WS-COMM-MAINT-AREA
                           PERFORM SET-RATE
                       WHEN CM-MODE-REMOVE OF WS-COMM-MAINT-AREA
                           PERFORM REMOVE-RATE
                       WHEN CM-MODE-INQUIRE OF WS-COMM-MAINT-AREA
                           PERFORM INQUIRE-RATE
                       WHEN OTHER
                           MOVE '99' TO CM-RETURN-CODE
                                        OF WS-COMM-MAINT-AREA
                           MOVE 'REQUEST MODE NOT RECOGNISED'
                                TO CM-MESSAGE OF WS-COMM-MAINT-AREA
                   END-EVALUATE
           END-EVALUATE

           IF EIBCALEN < LENGTH OF WS-COMM-MAINT-AREA
               MOVE WS-COMM-MAINT-AREA(1:EIBCALEN)
                    TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               MOVE WS-COMM-MAINT-AREA
                    TO DFHCOMMAREA(1:LENGTH OF WS-COMM-MAINT-AREA)
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Set the broker's rate for the policy type - insert it, or      *
      * replace the one already held.                                  *
      *================================================================*
       SET-RATE.
           IF CM-COMMISSION-PCT OF WS-COMM-MAINT-AREA NOT NUMERIC
               MOVE '99' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
               MOVE 'COMMISSION PERCENTAGE NOT NUMERIC'
                    TO CM-MESSAGE OF WS-COMM-MAINT-AREA
           ELSE
               MOVE CM-COMMISSION-PCT OF WS-COMM-MAINT-AREA
                    TO CR-COMMISSION-PCT
               MOVE WS-DATE-ISO TO CR-DATE-CHANGED
               EXEC SQL
                   INSERT INTO LGBRCOMR
                       ( BROKER_ID, POLICY_TYPE,
                         COMMISSION_PCT, DATE_CHANGED )
                     VALUES
                       ( :CR-BROKER-ID, :CR-POLICY-TYPE,
                         :CR-COMMISSION-PCT, :CR-DATE-CHANGED )
               END-EXEC
               IF SQLCODE EQUAL -803
                   EXEC SQL
                       UPDATE LGBRCOMR
                          SET COMMISSION_PCT = :CR-COMMISSION-PCT,
                              DATE_CHANGED = :CR-DATE-CHANGED
                        WHERE BROKER_ID = :CR-BROKER-ID
                          AND POLICY_TYPE = :CR-POLICY-TYPE
                   END-EXEC
               END-IF
               IF SQLCODE EQUAL ZERO
                   MOVE CR-DATE-CHANGED
                        TO CM-DATE-CHANGED OF WS-COMM-MAINT-AREA
                   MOVE 'COMMISSION RATE SET'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               ELSE
                   PERFORM REPORT-SQL-ERROR
               END-IF
           END-IF.
           EXIT.

      *================================================================*
      * Remove the broker's rate for the policy type.                  *
      *================================================================*
       REMOVE-RATE.
           EXEC SQL
               DELETE FROM LGBRCOMR
                WHERE BROKER_ID = :CR-BROKER-ID
                  AND POLICY_TYPE = :CR-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE ZERO
                        TO CM-COMMISSION-PCT OF WS-COMM-MAINT-AREA
                   MOVE 'COMMISSION RATE REMOVED'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
                   MOVE 'NO COMMISSION RATE FOR BROKER AND TYPE'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Return the broker's rate for the policy type.                  *
      *================================================================*
       INQUIRE-RATE.
           EXEC SQL
               SELECT COMMISSION_PCT, DATE_CHANGED
                 INTO :CR-COMMISSION-PCT, :CR-DATE-CHANGED
                 FROM LGBRCOMR
                WHERE BROKER_ID = :CR-BROKER-ID
                  AND POLICY_TYPE = :CR-POLICY-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE CR-COMMISSION-PCT
                        TO CM-COMMISSION-PCT OF WS-COMM-MAINT-AREA
                   MOVE CR-DATE-CHANGED
                        TO CM-DATE-CHANGED OF WS-COMM-MAINT-AREA
               WHEN SQLCODE EQUAL 100
                   MOVE '01' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
                   MOVE 'NO COMMISSION RATE FOR BROKER AND TYPE'
                        TO CM-MESSAGE OF WS-COMM-MAINT-AREA
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.
           EXIT.

       REPORT-SQL-ERROR.
           MOVE '90' TO CM-RETURN-CODE OF WS-COMM-MAINT-AREA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO CM-MESSAGE OF WS-COMM-MAINT-AREA
           STRING 'DB2 ERROR ON LGBRCOMR SQLCODE=' WS-SQLCODE-DISP
                  DELIMITED BY SIZE
                  INTO CM-MESSAGE OF WS-COMM-MAINT-AREA
           END-STRING.
           EXIT.

      *================================================================*
      * Obtain today's date in the ISO form LGBRCOMR holds.            *
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
