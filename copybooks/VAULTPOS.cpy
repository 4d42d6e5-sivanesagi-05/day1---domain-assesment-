      *****************************************************
      * VAULTPOS.cpy                                       *
      * Branch vault cash position keyed by branch - notes  *
      * held by denomination in the DENOMCNT denominations,  *
      * with coin carried by value as DENOMCNT carries it,    *
      * the branch's cash retention and insurance limits, and  *
      * the figures of the last nightly close.                  *
      *****************************************************
       01 VAULT-POSITION-RECORD.
          05 VLT-BRANCH             PIC X(4).
          05 VLT-QTY-500            PIC 9(7).
          05 VLT-QTY-200            PIC 9(7).
          05 VLT-QTY-100            PIC 9(7).
          05 VLT-QTY-50             PIC 9(7).
          05 VLT-QTY-20             PIC 9(7).
          05 VLT-QTY-10             PIC 9(7).
          05 VLT-COIN-VALUE         PIC 9(9)V99.
      * MOST CASH THE BRANCH MAY HOLD OVERNIGHT BEFORE THE SURPLUS
      * GOES TO THE CURRENCY CHEST, AND THE MOST ITS CASH-IN-SAFE
      * COVER INSURES - ZERO WHERE NOT YET SET.
          05 VLT-RETENTION-LIMIT    PIC 9(11)V99.
          05 VLT-INSURANCE-LIMIT    PIC 9(11)V99.
          05 VLT-LIMITS-SET-BY      PIC X(8).
          05 VLT-LIMITS-SET-DATE    PIC 9(8).
      * SET BY VAULTEOD: THE OPENING OF THE DAY LAST CLOSED, THAT
      * DAY, AND ITS CLOSING TOTAL - THE FIGURE CASHFCST STARTS
      * THE NEXT MORNING'S CASH CALL FROM.
          05 VLT-OPENING-TOTAL      PIC 9(11)V99.
          05 VLT-CLOSED-DATE        PIC 9(8).
          05 VLT-CLOSING-TOTAL      PIC 9(11)V99.
