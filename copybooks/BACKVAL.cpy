      *****************************************************
      * BACKVAL.cpy                                        *
      * Back-valued posting awaiting its interest           *
      * adjustment, keyed by posting date + posting program  *
      * + transaction sequence. The posting program writes    *
      * one row whenever it books an item with a value date    *
      * earlier than the processing date, carrying the balance  *
      * the account held before the item so the interest engines *
      * can reprice the missed days. INTACCR settles the          *
      * credit-interest side and ODINTACC the debit-interest side, *
      * each stamping its own half done; a row back-valued beyond   *
      * the approval limit waits for a supervisor in BVAPPR before   *
      * either engine will touch it.                                  *
      *****************************************************
       01 BACK-VALUE-RECORD.
          05 BVL-KEY.
             10 BVL-POSTING-DATE    PIC 9(8).
             10 BVL-SOURCE          PIC X(8).
             10 BVL-TRANS-SEQ       PIC 9(8).
          05 BVL-ACCOUNT-NUMBER     PIC 9(10).
          05 BVL-DIRECTION          PIC X.
             88 BVL-CREDIT          VALUE "C".
             88 BVL-DEBIT           VALUE "D".
          05 BVL-AMOUNT             PIC 9(9)V99.
          05 BVL-VALUE-DATE         PIC 9(8).
      * LEDGER BALANCE JUST BEFORE THE ITEM WAS BOOKED - THE
      * BALANCE THE NIGHTLY ACCRUALS OVER THE MISSED DAYS SAW.
          05 BVL-PRIOR-BALANCE      PIC S9(9)V99.
          05 BVL-APPROVAL           PIC X.
             88 BVL-WITHIN-LIMIT    VALUE "W".
             88 BVL-AWAITING-APPROVAL VALUE "P".
             88 BVL-APPROVED        VALUE "A".
             88 BVL-DECLINED        VALUE "D".
             88 BVL-CLEARED-TO-ADJUST VALUE "W" "A".
          05 BVL-APPROVED-BY        PIC X(8).
          05 BVL-APPROVED-DATE      PIC 9(8).
      * CREDIT-INTEREST SIDE, SETTLED BY INTACCR.
          05 BVL-CR-INT-STATUS      PIC X.
             88 BVL-CR-INT-OPEN     VALUE "N".
             88 BVL-CR-INT-DONE     VALUE "Y".
          05 BVL-CR-INT-ADJ         PIC S9(9)V9(4).
          05 BVL-CR-INT-DATE        PIC 9(8).
      * DEBIT-INTEREST SIDE, SETTLED BY ODINTACC.
          05 BVL-DR-INT-STATUS      PIC X.
             88 BVL-DR-INT-OPEN     VALUE "N".
             88 BVL-DR-INT-DONE     VALUE "Y".
          05 BVL-DR-INT-ADJ         PIC S9(9)V9(4).
          05 BVL-DR-INT-DATE        PIC 9(8).
