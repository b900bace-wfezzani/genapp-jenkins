      *    request queue: the same fields a counter operator keys for  *
      *    an "nnAEND" endowment add, all in display form so the      *
      *    listener can edit them before anything is trusted.          *
      *    QR-REQUOTE-FLAG was added at the end: 'Y' asks for a policy *
      *    already rated inside the duplicate window to be rated       *
      *    again.  A request sent without it (96 bytes) is still       *
      *    accepted and is not a re-quote.                             *
      *                                                                 *
      *    QUOTE-REPLY-MSG is what LGMQLSN1 puts back on the message's *
      *    reply-to queue, correlated to the request's message id:     *
      *    LGAPBR01's return code, the recommended fund, the manual-   *
      *    review flag (a referred quote is on LGUWRKQ like any        *
      *    other), the premium the ruleset priced, and the message     *
      *    text when there is one.  QP-QUOTE-REF and QP-QUOTE-EXPIRY   *
      *    were added at the end: the reference the quote is held      *
      *    under on the LGQUOTE register and the last day (yyyy-mm-dd) *
      *    it can be bought at the price quoted - spaces when the      *
      *    quote was not priced (referred, refused or failed).         *
      *                                                                 *
      *    DEAD-QUOTE-MSG wraps a request the listener could not       *
      *    process - the reason, then the original message as          *
           03 QR-MANAGEDFUND           PIC X(3).
           03 QR-SUM-ASSURED           PIC X(9).
           03 QR-TERM                  PIC X(2).
           03 QR-REQUOTE-FLAG          PIC X(1).

       01  QUOTE-REPLY-MSG.
           03 QP-RETURN-CODE           PIC X(2).
           03 QP-RATE-APPLIED          PIC 9(2)V9(4).
           03 QP-LOADING-APPLIED       PIC 9(3)V99.
           03 QP-MESSAGE               PIC X(80).
           03 QP-QUOTE-REF             PIC X(10).
           03 QP-QUOTE-EXPIRY          PIC X(10).

       01  DEAD-QUOTE-MSG.
           03 DQ-REASON                PIC X(40).
           03 DQ-ORIGINAL              PIC X(97).
