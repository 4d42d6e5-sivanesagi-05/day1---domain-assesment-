      *****************************************************
      * BILLSETL.cpy                                       *
      * Nightly biller settlement file. Each biller settled *
      * that night gets a header, one detail per payment     *
      * collected for it (consumer number and amount), and a  *
      * trailer with the payment count, the total and the      *
      * settlement account credited with it. Every record       *
      * carries the biller id, so the file splits cleanly into   *
      * one list per biller for delivery.                         *
      *****************************************************
       01 BILL-SETTLEMENT-RECORD.
          05 BST-RECORD-TYPE        PIC X(3).
             88 BST-HEADER          VALUE "HDR".
             88 BST-DETAIL          VALUE "DTL".
             88 BST-TRAILER         VALUE "TRL".
          05 BST-BILLER-ID          PIC X(4).
          05 BST-DETAIL-BODY.
             10 BST-PAY-DATE        PIC 9(8).
             10 BST-CONSUMER-REF    PIC X(12).
             10 BST-AMOUNT          PIC 9(9)V99.
             10 BST-CHANNEL-CODE    PIC X(3).
             10 BST-PAYMENT-SEQ     PIC 9(6).
          05 BST-HEADER-BODY REDEFINES BST-DETAIL-BODY.
             10 BSH-BILLER-NAME     PIC X(30).
             10 BSH-SETTLE-DATE     PIC 9(8).
             10 FILLER              PIC X(2).
          05 BST-TRAILER-BODY REDEFINES BST-DETAIL-BODY.
             10 BSR-RECORD-COUNT    PIC 9(7).
             10 BSR-AMOUNT-TOTAL    PIC 9(11)V99.
             10 BSR-SETTLE-ACCOUNT  PIC 9(10).
             10 FILLER              PIC X(10).
