      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-08-22 - New program.                                     *
      *  2026-10-15 - Web ratings (AUDIT_SRCE 'W', from LGMQLSN1)      *
      *               shown on their own line in the source split.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRLRPT1.
           EXIT.

      *================================================================*
      * Section 4 - online ('O'), web ('W') and batch ('B') volumes.   *
      *================================================================*
       REPORT-SOURCE-SPLIT.
           MOVE 'ONLINE VERSUS BATCH VOLUMES' TO WS-REPORT-LINE
                       STRING '  ONLINE (LGAPBR01)  ' WS-COUNT-DISP
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                   WHEN 'W'
                       STRING '  WEB    (LGMQLSN1)  ' WS-COUNT-DISP
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                   WHEN 'B'
                       STRING '  BATCH  (LGBRBAT1)  ' WS-COUNT-DISP
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
