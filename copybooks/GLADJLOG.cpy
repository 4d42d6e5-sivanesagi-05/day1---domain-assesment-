      *****************************************************
      * GLADJLOG.cpy                                       *
      * Register of supervisor-approved GL adjustments into *
      * a locked period - one record per GLADJ entry, with   *
      * who approved it and why, since the lines themselves   *
      * carry only the source program.                         *
      *****************************************************
       01 GL-ADJUSTMENT-RECORD.
          05 GLA-ENTRY-DATE         PIC 9(8).
          05 GLA-ENTRY-TIME         PIC 9(8).
          05 GLA-PERIOD             PIC 9(6).
          05 GLA-BRANCH             PIC X(4).
          05 GLA-DR-GL-ACCOUNT      PIC X(8).
          05 GLA-CR-GL-ACCOUNT      PIC X(8).
          05 GLA-AMOUNT             PIC 9(9)V99.
          05 GLA-REASON             PIC X(30).
          05 GLA-APPROVED-BY        PIC X(8).
      * Y = AN INCOME OR EXPENSE SIDE FELL IN A CLOSED FISCAL
      * YEAR AND WAS CARRIED INTO RETAINED EARNINGS AS WELL.
          05 GLA-RECLOSED-FLAG      PIC X.
