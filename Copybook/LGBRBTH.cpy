      ******************************************************************
      *    LGBRBTH - Broker transmission header and trailer records.   *
      *    A broker file drop is HDR record, detail records (LGBRBTI   *
      *    layout, 129 bytes since the re-quote flag), TRL record.     *
      *    LGBRPED1 balances the file against the trailer and checks   *
      *    the header sequence number before anything is passed to     *
      *    LGBRBAT1 for rating.  Detail records carry no record-type   *
           03 BH-BROKER-ID             PIC X(6).
           03 BH-FILE-DATE             PIC X(8).
           03 BH-SEQUENCE-NUM          PIC 9(6).
           03 FILLER                   PIC X(106).

       01  BROKER-TRAILER-RECORD.
           03 BT-RECORD-TYPE           PIC X(3).
              88 BT-TRAILER                      VALUE 'TRL'.
           03 BT-RECORD-COUNT          PIC 9(7).
           03 BT-HASH-TOTAL            PIC 9(13)V99.
           03 FILLER                   PIC X(104).
