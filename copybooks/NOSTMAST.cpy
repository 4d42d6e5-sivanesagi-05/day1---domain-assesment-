      *****************************************************
      * NOSTMAST.cpy                                       *
      * One nostro - our account in a foreign currency with *
      * the correspondent bank that holds it - keyed by the  *
      * currency, one nostro per currency. NOSTLOAD sets the  *
      * correspondent's closing balance from each daily        *
      * statement; NOSTMTCH carries our own ledger of what      *
      * moved through it and its home-currency equivalent.       *
      *****************************************************
       01 NOSTRO-MASTER-RECORD.
          05 NOS-CURRENCY-CODE      PIC X(3).
          05 NOS-CORRESPONDENT      PIC X(11).
          05 NOS-CORR-ACCOUNT       PIC X(20).
      * OUR LEDGER, IN THE NOSTRO'S CURRENCY. A NOSTRO IS FIRST
      * SET UP BY THE LOAD OF ITS FIRST STATEMENT, WITH OUR
      * LEDGER STARTED AT THAT STATEMENT'S OPENING BALANCE.
          05 NOS-LEDGER-BALANCE     PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 NOS-LEDGER-DATE        PIC 9(8).
      * THE CORRESPONDENT'S CLOSING BALANCE AS AT ITS LAST
      * STATEMENT.
          05 NOS-STMT-BALANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 NOS-STMT-DATE          PIC 9(8).
      * THE LEDGER MARKED AT THE CURRTBL RATE OF THE LAST
      * RECONCILIATION - THE BASE THE NEXT REVALUATION MOVES
      * FROM.
          05 NOS-LAST-RATE          PIC 9(5)V9(4).
          05 NOS-LEDGER-HOME        PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
