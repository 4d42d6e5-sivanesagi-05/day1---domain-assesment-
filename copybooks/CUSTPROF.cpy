      *****************************************************
      * CUSTPROF.cpy                                       *
      * Monthly customer profitability, one row per         *
      * customer for the warehouse, written by CUSTPROF.     *
      * Every account counts once, under the customer who     *
      * booked it; a customer's joint holdings on ACCTOWN are  *
      * counted but their figures stay with the booking owner.  *
      * The decile is the customer's place within their branch,  *
      * 1 the most profitable tenth.                              *
      *****************************************************
       01 CUSTOMER-PROFIT-RECORD.
          05 CPR-REPORT-MONTH       PIC 9(6).
          05 CPR-CUSTOMER-ID        PIC 9(8).
          05 CPR-BRANCH             PIC X(4).
          05 CPR-ACCOUNT-COUNT      PIC 9(3).
          05 CPR-JOINT-COUNT        PIC 9(3).
          05 CPR-LOAN-FLAG          PIC X.
             88 CPR-HAS-LOAN        VALUE "Y".
      * FEES NET OF REFUNDS - A MONTH OF REFUNDS CAN TAKE IT
      * BELOW ZERO.
          05 CPR-FEE-INCOME         PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
          05 CPR-LOAN-INTEREST      PIC 9(9)V99.
          05 CPR-OD-INTEREST        PIC 9(9)V99.
          05 CPR-DEPOSIT-INTEREST   PIC 9(9)V99.
          05 CPR-AVG-DEPOSIT-BAL    PIC 9(11)V99.
          05 CPR-FTP-CREDIT         PIC 9(9)V99.
          05 CPR-PROFIT             PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
          05 CPR-BRANCH-RANK        PIC 9(5).
          05 CPR-DECILE             PIC 9(2).
