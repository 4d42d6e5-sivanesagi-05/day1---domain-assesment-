             88 LSC-INSTALL-OPEN    VALUE "O" "A".
             88 LSC-INSTALL-ARREARS VALUE "A".
      * S = CLEARED BY AN EARLY-SETTLEMENT PAYOFF; X = LINE
      * SUPERSEDED BY A RESTRUCTURE; W = TAKEN OFF BOOK BY A
      * WRITE-OFF - ALL STAY ON FILE SO THE ORIGINAL TERMS
      * SURVIVE, AND NONE COUNTS AS OPEN.
             88 LSC-INSTALL-SETTLED VALUE "S".
             88 LSC-INSTALL-SUPERSEDED VALUE "X".
             88 LSC-INSTALL-WRITTEN-OFF VALUE "W".
          05 LSC-PAID-DATE          PIC 9(8).
      * WHAT THE NIGHTLY AUTO-COLLECTION HAS TAKEN SO FAR WHEN
      * FUNDS WERE SHORT - THE REMAINDER RETRIES ON FOLLOWING
      * BUSINESS DAYS UNTIL THE INSTALLMENT IS COVERED OR THE
      * RETRY WINDOW CLOSES AND IT AGES TO ARREARS.
          05 LSC-COLLECTED-AMT      PIC 9(9)V99.
      * PENAL INTEREST LNINTACC HAS ACCRUED WHILE THE INSTALLMENT
      * SAT IN ARREARS, AND THE FLAT LATE CHARGE LOANPOST LEVIED
      * WHEN IT FIRST AGED - BOTH STILL OWED. A REPAYMENT CLEARS
      * THEM BEFORE THE INSTALLMENT ITSELF.
          05 LSC-PENAL-ACCRUED      PIC 9(7)V99.
          05 LSC-LATE-CHARGE        PIC 9(5)V99.
