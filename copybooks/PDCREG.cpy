      *****************************************************
      * PDCREG.cpy                                         *
      * Post-dated cheque register for loan repayments,     *
      * keyed by borrower customer id + cheque serial. Each  *
      * cheque a borrower hands in for an EMI is captured by  *
      * PDCMNT against the LOANSCHD installment it pays.       *
      * CHQPRES presents it the night before its date falls     *
      * due, PDCCLR clears it into the LOANPOST repayment feed   *
      * once the return window has passed, and PDCBACK marks it   *
      * bounced when the clearing house returns it unpaid. EMICOLL *
      * leaves an installment alone while its cheque is live.       *
      *****************************************************
       01 POST-DATED-CHEQUE-RECORD.
          05 PDC-KEY.
             10 PDC-CUSTOMER-ID     PIC 9(8).
             10 PDC-CHEQUE-SERIAL   PIC 9(6).
          05 PDC-DRAWEE-ROUTING     PIC X(11).
          05 PDC-AMOUNT             PIC 9(9)V99.
          05 PDC-CHEQUE-DATE        PIC 9(8).
          05 PDC-INSTALL-NO         PIC 9(3).
          05 PDC-STATUS             PIC X.
             88 PDC-HELD            VALUE "H".
             88 PDC-PRESENTED       VALUE "P".
             88 PDC-CLEARED         VALUE "C".
             88 PDC-BOUNCED         VALUE "B".
             88 PDC-WITHDRAWN       VALUE "W".
          05 PDC-CAPTURED-DATE      PIC 9(8).
          05 PDC-CAPTURED-BY        PIC X(8).
      * DATE CHQPRES SENT IT OUT, AND THE DATE IT CLEARED OR
      * CAME BACK (OR WAS HANDED BACK TO THE BORROWER) - ZERO
      * UNTIL THEN. THE REASON IS THE CLEARING HOUSE'S CODE.
          05 PDC-PRESENTED-DATE     PIC 9(8).
          05 PDC-SETTLED-DATE       PIC 9(8).
          05 PDC-RETURN-REASON      PIC X(3).
