      *****************************************************
      * LKRACCS.cpy                                        *
      * Safe deposit locker access log - one line per visit *
      * to a locker, written by LKRMNT under the operator    *
      * who let the customer into the vault.                  *
      *****************************************************
       01 LOCKER-ACCESS-RECORD.
          05 LKA-BRANCH             PIC X(4).
          05 LKA-LOCKER-NUMBER      PIC 9(4).
          05 LKA-CUSTOMER-ID        PIC 9(8).
          05 LKA-ACCESS-DATE        PIC 9(8).
          05 LKA-ACCESS-TIME        PIC 9(8).
          05 LKA-OPERATOR-ID        PIC X(8).
