      ******************************************************************
      *    LGBLGLP - General-ledger posting record written by the      *
      *    LGBLEXT1 nightly billing extract.  One debit to premium     *
      *    debtors and one matching credit to the policy type's        *
      *    premium income account per policy type and source, so       *
      *    every pair balances on its own and the file balances as a   *
      *    whole.  The closing trailer carries the posting count and   *
      *    the debit and credit totals for the ledger load to check.   *
      *    GP-POLICY-TYPE and GP-SOURCE carry the LGBLDBT codes.       *
      ******************************************************************
       01  GL-POSTING-RECORD.
           03 GP-RECORD-TYPE           PIC X(1).
              88 GP-POSTING                      VALUE 'P'.
              88 GP-TRAILER                      VALUE 'T'.
           03 GP-POSTING-DATE          PIC X(10).
           03 GP-ACCOUNT               PIC X(12).
           03 GP-DEBIT-CREDIT          PIC X(1).
              88 GP-DEBIT                        VALUE 'D'.
              88 GP-CREDIT                       VALUE 'C'.
           03 GP-POLICY-TYPE           PIC X(1).
           03 GP-SOURCE                PIC X(1).
           03 GP-ITEM-COUNT            PIC 9(7).
           03 GP-AMOUNT                PIC 9(13)V99.
           03 GP-NARRATIVE             PIC X(30).
           03 FILLER                   PIC X(22).

       01  GL-POSTING-TRAILER.
           03 GT-RECORD-TYPE           PIC X(1).
           03 GT-POSTING-DATE          PIC X(10).
           03 GT-POSTING-COUNT         PIC 9(7).
           03 GT-DEBIT-TOTAL           PIC 9(13)V99.
           03 GT-CREDIT-TOTAL          PIC 9(13)V99.
           03 FILLER                   PIC X(52).
