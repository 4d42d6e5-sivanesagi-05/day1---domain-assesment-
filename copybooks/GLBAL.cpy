      *****************************************************
      * GLBAL.cpy                                          *
      * General-ledger balance keyed by GL account + branch *
      * + period (YYYYMM) + currency - the position we never *
      * kept. GLUPDT folds each day's balanced GLPOST detail  *
      * into the period's debit and credit totals; the trial   *
      * balance proves the period and the roll-forward opens    *
      * the next one from the closed position, so the figures    *
      * tie period over period.                                   *
      *****************************************************
       01 GL-BALANCE-RECORD.
          05 GLB-KEY.
             10 GLB-GL-ACCOUNT      PIC X(8).
             10 GLB-BRANCH          PIC X(4).
             10 GLB-PERIOD          PIC 9(6).
             10 GLB-CURRENCY-CODE   PIC X(3).
          05 GLB-OPEN-BALANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 GLB-DEBIT-TOTAL        PIC 9(13)V99.
          05 GLB-CREDIT-TOTAL       PIC 9(13)V99.
      * THE SAME POSITION IN THE CURRENCY OF THE KEY - FOR A
      * HOME-CURRENCY POSITION (SPACES) IT REPEATS THE FIGURES
      * ABOVE, WHICH ARE ALWAYS THE HOME-CURRENCY EQUIVALENT.
          05 GLB-CCY-OPEN-BALANCE   PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 GLB-CCY-DEBIT-TOTAL    PIC 9(13)V99.
          05 GLB-CCY-CREDIT-TOTAL   PIC 9(13)V99.
