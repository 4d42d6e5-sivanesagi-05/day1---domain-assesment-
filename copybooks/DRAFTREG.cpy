      *****************************************************
      * DRAFTREG.cpy                                       *
      * Demand draft and banker's cheque register keyed by  *
      * the instrument serial. DRAFTISS books each           *
      * instrument here as the teller issues it against a     *
      * customer account or cash; INCLEAR marks it paid when   *
      * it comes back through the clearing house, DRAFTCAN      *
      * marks it cancelled when it is refunded, and DRAFTRPT     *
      * lists what is still outstanding against the               *
      * drafts-payable GL line each month end.                     *
      *****************************************************
       01 DRAFT-REGISTER-RECORD.
          05 DFT-SERIAL             PIC 9(6).
          05 DFT-INSTRUMENT-TYPE    PIC X.
             88 DFT-DEMAND-DRAFT    VALUE "D".
             88 DFT-BANKERS-CHEQUE  VALUE "B".
          05 DFT-ISSUE-BRANCH       PIC X(4).
          05 DFT-PAYEE-NAME         PIC X(30).
          05 DFT-AMOUNT             PIC 9(9)V99.
      * A = PAID FOR FROM THE PURCHASER'S ACCOUNT; C = PAID FOR
      * IN CASH OVER THE COUNTER, PURCHASER ACCOUNT ZERO.
          05 DFT-PURCHASE-MODE      PIC X.
             88 DFT-FROM-ACCOUNT    VALUE "A".
             88 DFT-FOR-CASH        VALUE "C".
          05 DFT-PURCHASER-ACCOUNT  PIC 9(10).
          05 DFT-OPERATOR-ID        PIC X(8).
          05 DFT-ISSUE-DATE         PIC 9(8).
      * THREE MONTHS FROM ISSUE - AN INSTRUMENT PRESENTED AFTER
      * THIS DATE IS RETURNED UNPAID AND REFUNDED INSTEAD.
          05 DFT-STALE-DATE         PIC 9(8).
      * I = ISSUED AND OUTSTANDING; P = PAID THROUGH CLEARING;
      * C = CANCELLED AND REFUNDED; S = PAST ITS STALE DATE,
      * STILL OUTSTANDING AND AWAITING REFUND.
          05 DFT-STATUS             PIC X.
             88 DFT-ISSUED          VALUE "I".
             88 DFT-PAID            VALUE "P".
             88 DFT-CANCELLED       VALUE "C".
             88 DFT-STALE           VALUE "S".
          05 DFT-STATUS-DATE        PIC 9(8).
          05 DFT-PAID-ITEM-SEQ      PIC 9(8).
      * WHO CANCELLED IT AND HOW THE REFUND WENT - BACK TO THE
      * PURCHASER'S ACCOUNT (A) OR OUT OF THE DRAWER IN CASH (C).
          05 DFT-CANCEL-OPERATOR    PIC X(8).
          05 DFT-REFUND-MODE        PIC X.
