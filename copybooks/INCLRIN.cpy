      *****************************************************
      * INCLRIN.cpy                                        *
      * The clearing house's inward layout as delivered:    *
      * item sequence, presenting bank, drawer account,      *
      * cheque serial, amount, and the payee as read off the  *
      * cheque image. Numbers arrive as characters, so         *
      * anything unreadable is a technical return, not a parse  *
      * failure. PPDECRUN writes held positive-pay items back    *
      * out in the same layout so they present again.             *
      *****************************************************
       01 PRESENTMENT-RECORD.
          05 ICP-ITEM-SEQ           PIC 9(8).
          05 ICP-PRESENTING-BANK    PIC X(8).
          05 ICP-DRAWER-ACCOUNT     PIC X(10).
          05 ICP-CHEQUE-SERIAL      PIC X(6).
          05 ICP-AMOUNT             PIC X(9).
          05 ICP-PAYEE              PIC X(30).
