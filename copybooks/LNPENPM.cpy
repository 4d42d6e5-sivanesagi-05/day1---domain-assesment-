      *****************************************************
      * LNPENPM.cpy                                        *
      * Penal interest rate keyed by product code (LN = the *
      * loan book) - the annual rate LNINTACC accrues day by *
      * day on the unpaid amount of every installment in      *
      * arrears, over and above the contract rate, until the   *
      * installment is paid. With no row LNINTACC uses 24.00    *
      * percent.                                                 *
      *****************************************************
       01 PENAL-PARM-RECORD.
          05 LPN-PRODUCT            PIC X(2).
          05 LPN-PENAL-RATE         PIC 9(2)V99.
