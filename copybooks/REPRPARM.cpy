      *****************************************************
      * REPRPARM.cpy                                       *
      * Behavioral repricing assumption keyed by account    *
      * type - the share of a type's non-maturity balance    *
      * treasury expects to reprice in each REPRGAP band,     *
      * since a savings balance has no contractual repricing   *
      * date of its own. The six percentages must add to 100; a *
      * type with no row, or one that does not add up, reprices  *
      * in full in band 1.                                        *
      *****************************************************
       01 REPRICING-PARM-RECORD.
          05 RPP-ACCOUNT-TYPE       PIC X(2).
      * BANDS: 1 = UP TO 1M  2 = 1M-3M  3 = 3M-6M  4 = 6M-12M
      *        5 = 1Y-5Y     6 = OVER 5Y
          05 RPP-BAND-PERCENT       PIC 9(3)V99 OCCURS 6 TIMES.
