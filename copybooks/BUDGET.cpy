      *****************************************************
      * BUDGET.cpy                                         *
      * Branch budget keyed by branch + GL account + period *
      * (YYYYMM). Finance sets one amount per income or      *
      * expense line per month of the fiscal year; BUDLOAD    *
      * replaces the whole year from finance's file, so a      *
      * reforecast is simply loaded again. Amounts are home     *
      * currency in the line's own direction - income earned,    *
      * expense spent - as finance states them.                   *
      *****************************************************
       01 BUDGET-RECORD.
          05 BGT-KEY.
             10 BGT-BRANCH          PIC X(4).
             10 BGT-GL-ACCOUNT      PIC X(8).
             10 BGT-PERIOD          PIC 9(6).
          05 BGT-AMOUNT             PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
      * O = THE ORIGINAL BUDGET, R = A REFORECAST LOADED OVER IT.
          05 BGT-VERSION            PIC X.
             88 BGT-ORIGINAL        VALUE "O".
             88 BGT-REFORECAST      VALUE "R".
      * FIRST PERIOD OF THE FISCAL YEAR THE ROW WAS LOADED WITH.
          05 BGT-YEAR-START         PIC 9(6).
          05 BGT-LOADED-DATE        PIC 9(8).
