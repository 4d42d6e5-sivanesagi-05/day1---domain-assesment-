      *****************************************************
      * LNACCMTH.cpy                                       *
      * Loan interest accrued-to-date at the start and end  *
      * of the month CUSTPROF last ran for, keyed by         *
      * borrower. LNACCRL climbs until a write-off clears it, *
      * so the month's interest earned is today's figure less  *
      * the opening one; a rerun in the same month keeps its    *
      * opening figure.                                          *
      *****************************************************
       01 LOAN-ACCRUAL-MONTH-RECORD.
          05 LAB-CUSTOMER-ID        PIC 9(8).
          05 LAB-MONTH              PIC 9(6).
          05 LAB-OPENING-ACCRUED    PIC 9(9)V9(4).
          05 LAB-CLOSING-ACCRUED    PIC 9(9)V9(4).
