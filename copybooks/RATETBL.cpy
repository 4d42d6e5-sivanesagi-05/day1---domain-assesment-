      * RATE, EXACTLY AS BEFORE THE BANDS EXISTED.
          05 RTB-BAND1-LIMIT        PIC 9(9)V99.
          05 RTB-BAND2-RATE         PIC 9(2)V99.
      * THE RATE THIS ROW CARRIED BEFORE RTB-EFFECTIVE-DATE -
      * A DAY BEFORE THE EFFECTIVE DATE IS PRICED AT IT WHEN A
      * BACK-VALUED ITEM IS REPRICED. ZERO MEANS NO EARLIER RATE.
          05 RTB-PRIOR-RATE         PIC 9(2)V99.
