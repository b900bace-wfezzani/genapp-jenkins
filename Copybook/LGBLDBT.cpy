      ******************************************************************
      *    LGBLDBT - Premium-debit record for the collections system:  *
      *    one accepted premium to be collected, written by the        *
      *    LGBLEXT1 nightly billing extract.  The file is detail       *
      *    records followed by one trailer carrying the record count   *
      *    and premium total, so collections can balance what it       *
      *    loads against what was sent.                                *
      *                                                                *
      *    BL-SOURCE is the channel the premium came from:             *
      *      'O' - online (counter) rating through LGAPBR01            *
      *      'B' - overnight batch rating (LGBRBAT1 broker load or     *
      *            LGRNBAT1 renewal run)                               *
      *      'U' - underwriter approval of a referral (LGUWLST1 'A'),  *
      *            billed at the premium captured at disposition       *
      *    BL-BUSINESS-TYPE is 'NB' new business, 'RN' renewal or 'MT' *
      *    mid-term adjustment (BL-PREMIUM is then the pro-rata        *
      *    additional premium, not the annual premium).                *
      *    Dates are ISO yyyy-mm-dd, as stamped on LGRULAUD.           *
      ******************************************************************
       01  PREMIUM-DEBIT-RECORD.
           03 BL-RECORD-TYPE           PIC X(1).
              88 BL-DETAIL                       VALUE 'D'.
              88 BL-TRAILER                      VALUE 'T'.
           03 BL-CUSTOMER-NUM          PIC X(10).
           03 BL-POLICY-NUM            PIC X(10).
           03 BL-REQUEST-ID            PIC X(6).
           03 BL-POLICY-TYPE           PIC X(1).
              88 BL-ENDOWMENT                    VALUE 'E'.
              88 BL-HOUSE                        VALUE 'H'.
              88 BL-MOTOR                        VALUE 'M'.
              88 BL-COMMERCIAL                   VALUE 'C'.
           03 BL-SOURCE                PIC X(1).
           03 BL-BUSINESS-TYPE         PIC X(2).
              88 BL-NEW-BUSINESS                 VALUE 'NB'.
              88 BL-RENEWAL                      VALUE 'RN'.
              88 BL-MID-TERM                     VALUE 'MT'.
           03 BL-BILL-DATE             PIC X(10).
           03 BL-FUND-NAME             PIC X(20).
           03 BL-PREMIUM               PIC 9(7)V99.
           03 FILLER                   PIC X(30).

       01  PREMIUM-DEBIT-TRAILER.
           03 BT-RECORD-TYPE           PIC X(1).
           03 BT-BILL-DATE             PIC X(10).
           03 BT-RECORD-COUNT          PIC 9(7).
           03 BT-PREMIUM-TOTAL         PIC 9(13)V99.
           03 FILLER                   PIC X(67).
