      ******************************************************************
      *    LGRIBDX - Reinsurance cession bordereau record written by   *
      *    the LGRIBDX1 monthly run for the reinsurer: a header        *
      *    carrying the month and the treaty limits it was produced    *
      *    under, one detail per life assured whose in-force           *
      *    endowment sum assured at the month end is over our          *
      *    retention, and a trailer carrying the life count and the    *
      *    totals so the reinsurer can balance what it loads.          *
      *                                                                *
      *    RB-CEDED-SUM is the sum assured over the retention limit;   *
      *    RB-CEDED-PREMIUM is the life's annual premium in the same   *
      *    proportion as the ceded sum bears to the whole.             *
      *    RB-OVER-FAC-LIMIT is Y for a life over the facultative      *
      *    limit - cover the reinsurer must have accepted case by      *
      *    case rather than automatically under the treaty.            *
      *    Dates are ISO yyyy-mm-dd, the month yyyy-mm.                *
      ******************************************************************
       01  BORDEREAU-RECORD.
           03 RB-RECORD-TYPE           PIC X(1).
              88 RB-HEADER                       VALUE 'H'.
              88 RB-DETAIL                       VALUE 'D'.
              88 RB-TRAILER                      VALUE 'T'.
           03 RB-BORDEREAU-MONTH       PIC X(7).
           03 RB-LIFE-ASSURED          PIC X(30).
           03 RB-POLICY-COUNT          PIC 9(3).
           03 RB-SUM-ASSURED           PIC 9(11)V99.
           03 RB-RETAINED-SUM          PIC 9(9)V99.
           03 RB-CEDED-SUM             PIC 9(11)V99.
           03 RB-PREMIUM               PIC 9(9)V99.
           03 RB-CEDED-PREMIUM         PIC 9(9)V99.
           03 RB-OVER-FAC-LIMIT        PIC X(1).
           03 FILLER                   PIC X(19).

       01  BORDEREAU-HEADER.
           03 RH-RECORD-TYPE           PIC X(1).
           03 RH-BORDEREAU-MONTH       PIC X(7).
           03 RH-RUN-DATE              PIC X(10).
           03 RH-RETENTION-LIMIT       PIC 9(9)V99.
           03 RH-FACULTATIVE-LIMIT     PIC 9(9)V99.
           03 FILLER                   PIC X(80).

       01  BORDEREAU-TRAILER.
           03 RT-RECORD-TYPE           PIC X(1).
           03 RT-BORDEREAU-MONTH       PIC X(7).
           03 RT-LIFE-COUNT            PIC 9(7).
           03 RT-OVER-FAC-COUNT        PIC 9(7).
           03 RT-SUM-ASSURED-TOTAL     PIC 9(13)V99.
           03 RT-CEDED-SUM-TOTAL       PIC 9(13)V99.
           03 RT-PREMIUM-TOTAL         PIC 9(11)V99.
           03 RT-CEDED-PREMIUM-TOTAL   PIC 9(11)V99.
           03 FILLER                   PIC X(42).
