      *****************************************************
      * LNWOFF.cpy                                         *
      * Written-off loan memorandum register, keyed by      *
      * customer id. LNWRTOFF writes the row when a loan is  *
      * taken off book: the principal and booked interest     *
      * charged to the provision, and the non-accrual memo     *
      * interest that was never booked but is still legally     *
      * owed. LOANPOST adds each later recovery, and the row     *
      * closes once the whole amount owed has come back.          *
      *****************************************************
       01 LOAN-WRITEOFF-RECORD.
          05 LWO-CUSTOMER-ID        PIC 9(8).
          05 LWO-WRITEOFF-DATE      PIC 9(8).
          05 LWO-SUPERVISOR-ID      PIC X(8).
          05 LWO-PRINCIPAL-AMT      PIC 9(9)V99.
          05 LWO-INTEREST-AMT       PIC 9(9)V99.
          05 LWO-MEMO-INTEREST      PIC 9(9)V99.
          05 LWO-RECOVERED-AMT      PIC 9(9)V99.
          05 LWO-LAST-RECOVERY-DATE PIC 9(8).
          05 LWO-STATUS             PIC X.
             88 LWO-WRITTEN-OFF     VALUE "W".
             88 LWO-FULLY-RECOVERED VALUE "R".
