             88 GLJ-CREDIT          VALUE "C".
          05 GLJ-GL-ACCOUNT         PIC X(8).
          05 GLJ-AMOUNT             PIC 9(9)V99.
      * THE CURRENCY THE POSTING WAS MADE IN AND ITS AMOUNT IN
      * THAT CURRENCY - GLJ-AMOUNT IS ALWAYS THE HOME-CURRENCY
      * EQUIVALENT. SPACES IS HOME CURRENCY, WHERE THE TWO
      * AMOUNTS ARE THE SAME.
          05 GLJ-CURRENCY-CODE      PIC X(3).
          05 GLJ-CURRENCY-AMOUNT    PIC 9(9)V99.
