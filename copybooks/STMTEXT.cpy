          05 STX-NEW-BALANCE       PIC S9(9)V99.
          05 STX-TIMESTAMP         PIC X(16).
          05 STX-CHANNEL-CODE      PIC X(3).
      * A CONVERTED POSTING CARRIES THE APPLIED RATE (NON-ZERO)
      * WITH THE TENDERED OR PAID-OUT AMOUNT AND ITS CURRENCY
      * (SPACES = HOME); STX-TRANS-AMOUNT IS ALWAYS IN THE
      * ACCOUNT'S OWN CURRENCY. EACH LEG OF A CROSS-CURRENCY
      * TRANSFER CARRIES THE RATE WITH SPACES, SO IT STANDS FOR
      * ITS OWN ACCOUNT'S SIDE ONLY. UNCONVERTED POSTINGS REPEAT
      * THE AMOUNT WITH SPACES AND A ZERO RATE.
          05 STX-ORIG-AMOUNT       PIC 9(6).
          05 STX-CURRENCY-CODE     PIC X(3).
          05 STX-EXCHANGE-RATE     PIC 9(5)V9(4).
      * TRANSACTION CODE OFF THE TXNCODE TABLE AND A FREE-TEXT
      * REFERENCE (CHEQUE SERIAL, COUNTER-ACCOUNT, ORDER OR LOAN
      * ID) SO STATEMENTS SAY WHAT EACH DEBIT AND CREDIT WAS.
          05 STX-TRANS-CODE        PIC X(4).
          05 STX-REFERENCE         PIC X(16).
