      *  through the normal length edit instead of jamming the queue   *
      *  with a get that can never succeed.                            *
      *                                                                *
      *  Requests are driven with CA-CHANNEL 'W', so LGAPBR01 audits   *
      *  them as web ratings and names the web channel when a later    *
      *  add of the same policy is refused as a duplicate.  A request  *
      *  LGAPBR01 refuses as a duplicate is replied to with return     *
      *  code 97 and the reason in QP-MESSAGE, like any other answer.  *
      *                                                                *
      *  A quote LGAPBR01 puts on the LGQUOTE register comes back with *
      *  its reference and expiry date, and both are returned in       *
      *  QP-QUOTE-REF/QP-QUOTE-EXPIRY for the customer to buy at that  *
      *  price at the counter or through a broker.  A quote referred   *
      *  for manual review is not registered and the two are blank.    *
      *                                                                *
      * CHANGE HISTORY:                                                *
      *  2026-09-02 - New program.                                     *
      *  2026-10-15 - Drive LGAPBR01 as the web channel (CA-CHANNEL    *
      *               'W') and pass the request's new re-quote flag    *
      *               (QR-REQUOTE-FLAG) through, for the duplicate-    *
      *               application check.  Requests without the flag    *
      *               are still accepted.  Duplicates refused are      *
      *               counted in the serving-run summary.              *
      *  2026-10-15 - Return the quote register reference and expiry   *
      *               date in the reply, in QP-QUOTE-REF and           *
      *               QP-QUOTE-EXPIRY.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMQLSN1.
           03 WS-WAIT-INTERVAL             PIC S9(9) BINARY
                                                     VALUE 30000.
           03 WS-REASON-DISP               PIC ZZZZ9.
      * The request as first agreed with the web front end, before
      * QR-REQUOTE-FLAG was added - still accepted, as not a re-quote.
           03 WS-SHORT-REQUEST-LENGTH      PIC S9(9) BINARY VALUE 96.

      * MQ structures and constants, and the agreed message layouts.
           COPY LGMQC.
           03 WS-REPLIED-COUNT             PIC 9(5) VALUE 0.
           03 WS-REFERRED-COUNT            PIC 9(5) VALUE 0.
           03 WS-DEAD-COUNT                PIC 9(5) VALUE 0.
           03 WS-DUPLICATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP                   PIC ZZZZ9.
       01  WS-COUNT-DISP2                  PIC ZZZZ9.
       01  WS-COUNT-DISP3                  PIC ZZZZ9.
       01  WS-COUNT-DISP4                  PIC ZZZZ9.
       01  WS-COUNT-DISP5                  PIC ZZZZ9.

      * Commarea built from the message to drive LGAPBR01 - same
      * shape the counter transactions and LGUWSWP1's resubmit use.
           EVALUATE TRUE
               WHEN WS-DATA-LENGTH NOT EQUAL
                    LENGTH OF QUOTE-REQUEST-MSG
                AND WS-DATA-LENGTH NOT EQUAL WS-SHORT-REQUEST-LENGTH
                   MOVE 'WRONG MESSAGE LENGTH' TO WS-DEAD-REASON
               WHEN QR-REQUEST-ID(3:4) NOT EQUAL 'AEND'
                   MOVE 'NOT AN ENDOWMENT ADD REQUEST'
                   MOVE 'SUM ASSURED NOT NUMERIC' TO WS-DEAD-REASON
               WHEN WS-SUM-WORK-9 EQUAL ZERO
                   MOVE 'SUM ASSURED ZERO' TO WS-DEAD-REASON
               WHEN QR-REQUOTE-FLAG NOT EQUAL 'Y'
                AND QR-REQUOTE-FLAG NOT EQUAL 'N'
                AND QR-REQUOTE-FLAG NOT EQUAL SPACE
                   MOVE 'RE-QUOTE FLAG NOT Y, N OR SPACE'
                        TO WS-DEAD-REASON
               WHEN WS-REQUEST-REPLYTOQ EQUAL SPACES
                   MOVE 'NO REPLY-TO QUEUE ON REQUEST'
                        TO WS-DEAD-REASON
           END-IF
           MOVE WS-SUM-WORK-9 TO CA-E-SUM-ASSURED
           MOVE QR-TERM TO CA-E-TERM
      * Rated as the web channel; a re-quote the customer asked for
      * is rated even inside the duplicate window.
           MOVE 'W' TO CA-CHANNEL
           IF QR-REQUOTE-FLAG EQUAL 'Y'
               MOVE 'Y' TO CA-REQUOTE-FLAG
           ELSE
               MOVE 'N' TO CA-REQUOTE-FLAG
           END-IF
           EXEC CICS LINK PROGRAM('LGAPBR01')
                     COMMAREA(WS-QUOTE-COMMAREA)
                     LENGTH(LENGTH OF WS-QUOTE-COMMAREA)
           MOVE CA-RATE-APPLIED TO QP-RATE-APPLIED
           MOVE CA-LOADING-APPLIED TO QP-LOADING-APPLIED
           MOVE CA-MESSAGE TO QP-MESSAGE
           MOVE CA-QUOTE-REF TO QP-QUOTE-REF
           MOVE CA-QUOTE-EXPIRY TO QP-QUOTE-EXPIRY
           IF CA-MANUAL-REVIEW-FLAG EQUAL 'Y'
               ADD 1 TO WS-REFERRED-COUNT
           END-IF
           IF CA-RETURN-CODE EQUAL '97'
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF

           MOVE LOW-VALUES TO MQMD-MSGID
           MOVE WS-REQUEST-MSGID TO MQMD-CORRELID
               MOVE WS-REPLIED-COUNT TO WS-COUNT-DISP2
               MOVE WS-REFERRED-COUNT TO WS-COUNT-DISP3
               MOVE WS-DEAD-COUNT TO WS-COUNT-DISP4
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP5
               STRING 'SERVED ' WS-COUNT-DISP
                      ' REPLIED ' WS-COUNT-DISP2
                      ' REFERRED ' WS-COUNT-DISP3
                      ' DEAD ' WS-COUNT-DISP4
                      ' DUP ' WS-COUNT-DISP5
                      DELIMITED BY SIZE INTO LM-TEXT
               END-STRING
           END-IF
