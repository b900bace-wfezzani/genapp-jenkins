      ******************************************************************
      *    LGBRCPY - Broker commission payment record, written by the  *
      *    LGBRCOM1 monthly commission run: one record per broker      *
      *    with a statement that month, carrying the commission        *
      *    earned on accepted business, the clawbacks, and the net     *
      *    amount to pay the broker or to recover from them.  The      *
      *    file closes with a trailer carrying the broker count and    *
      *    the pay and recover totals for the payments system.         *
      *    CP-STATEMENT-MONTH is yyyy-mm.                              *
      ******************************************************************
       01  COMMISSION-PAYMENT-RECORD.
           03 CP-RECORD-TYPE           PIC X(1).
              88 CP-PAYMENT                      VALUE 'P'.
              88 CP-TRAILER                      VALUE 'T'.
           03 CP-BROKER-ID             PIC X(6).
           03 CP-STATEMENT-MONTH       PIC X(7).
           03 CP-EARNED-COUNT          PIC 9(7).
           03 CP-CLAWBACK-COUNT        PIC 9(7).
           03 CP-COMMISSION-EARNED     PIC 9(9)V99.
           03 CP-COMMISSION-CLAWED     PIC 9(9)V99.
           03 CP-NET-AMOUNT            PIC 9(9)V99.
           03 CP-DIRECTION             PIC X(1).
              88 CP-PAY-BROKER                   VALUE 'P'.
              88 CP-RECOVER-FROM-BROKER          VALUE 'R'.
           03 FILLER                   PIC X(38).

       01  COMMISSION-PAYMENT-TRAILER.
           03 PT-RECORD-TYPE           PIC X(1).
           03 PT-STATEMENT-MONTH       PIC X(7).
           03 PT-BROKER-COUNT          PIC 9(7).
           03 PT-PAY-TOTAL             PIC 9(11)V99.
           03 PT-RECOVER-TOTAL         PIC 9(11)V99.
           03 FILLER                   PIC X(59).
