      *****************************************************
      * OFFLIM.cpy                                         *
      * Offline balance book entry, keyed by account number *
      * - rebuilt every night by OFFBOOK after the           *
      * end-of-day snapshot from the same figures the printed *
      * branch book carries. The ledger and available          *
      * balances, the blocking flags and the per-account        *
      * offline withdrawal ceiling are what the branch worked    *
      * from if the host link went down the next day; OFFRCVR     *
      * reads them back when the paper vouchers are keyed so an    *
      * over-ceiling or blocked-account payout is caught.           *
      *****************************************************
       01 OFFLINE-LIMIT-RECORD.
          05 OFL-ACCOUNT-NUMBER     PIC 9(10).
          05 OFL-BRANCH             PIC X(4).
          05 OFL-BOOK-DATE          PIC 9(8).
          05 OFL-CURRENCY-CODE      PIC X(3).
          05 OFL-LEDGER-BALANCE     PIC S9(9)V99.
      * LEDGER LESS UNCLEARED CHEQUES AND ACTIVE HOLDS - NO
      * OVERDRAFT HEADROOM IS COUNTED WHEN THE HOST CANNOT BE ASKED.
          05 OFL-AVAILABLE-BALANCE  PIC S9(9)V99.
          05 OFL-CEILING            PIC 9(9)V99.
          05 OFL-FROZEN-FLAG        PIC X.
             88 OFL-FROZEN          VALUE "Y".
          05 OFL-DECEASED-FLAG      PIC X.
             88 OFL-DECEASED        VALUE "Y".
      * AN ACTIVE STOP-PAYMENT ORDER ON THE ACCOUNT - A WARNING TO
      * CHECK THE SERIAL BEFORE CASHING ONE OF ITS CHEQUES, NOT A
      * BLOCK ON CASH.
          05 OFL-STOP-FLAG          PIC X.
             88 OFL-STOP-ON-FILE    VALUE "Y".
      * FROZEN, DECEASED, CLOSED OR DORMANT - NOTHING IS PAID OUT
      * OFFLINE AND THE CEILING IS ZERO.
          05 OFL-BLOCKED-FLAG       PIC X.
             88 OFL-BLOCKED         VALUE "Y".
