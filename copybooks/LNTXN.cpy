      *****************************************************
      * LNTXN.cpy                                          *
      * Loan transaction history, keyed by borrower         *
      * customer id + posting date + sequence. Every program *
      * that moves a loan writes one row per event through    *
      * LNTXNLOG: the amount, its principal, interest and      *
      * charges components, and the outstanding principal on   *
      * LOANMAST once the event has posted. Debit events add    *
      * to what the borrower owes, credit events reduce it, and  *
      * memo events change the terms or note something owed      *
      * off book without moving the balance. LNSTMT reads it      *
      * back for statements and the year-end certificate.          *
      *****************************************************
       01 LOAN-TRANSACTION-RECORD.
          05 LTX-KEY.
             10 LTX-CUSTOMER-ID     PIC 9(8).
             10 LTX-POSTING-DATE    PIC 9(8).
             10 LTX-TRANS-SEQ       PIC 9(8).
          05 LTX-EVENT-CODE         PIC X(4).
             88 LTX-DEBIT-EVENT     VALUE "DISB" "TRRL" "INTA"
                                          "PENL" "LATE" "RSTR".
             88 LTX-CREDIT-EVENT    VALUE "EMIC" "EMIP" "RPAY"
                                          "CHGC" "PAYO" "WOFF"
                                          "WAIV".
             88 LTX-MEMO-EVENT      VALUE "BOOK" "INTM" "RPRC"
                                          "PDCB" "RCVY".
             88 LTX-ACCRUAL-EVENT   VALUE "INTA" "INTM" "PENL".
             88 LTX-REPAYMENT-EVENT VALUE "EMIC" "EMIP" "RPAY"
                                          "CHGC" "PAYO".
          05 LTX-TRANS-AMOUNT       PIC 9(9)V99.
          05 LTX-PRINCIPAL-AMT      PIC 9(9)V99.
          05 LTX-INTEREST-AMT       PIC 9(9)V99.
          05 LTX-CHARGES-AMT        PIC 9(9)V99.
          05 LTX-BALANCE-AFTER      PIC 9(9).
          05 LTX-SOURCE-PROGRAM     PIC X(8).
          05 LTX-REFERENCE          PIC X(16).
          05 LTX-POSTING-TIME       PIC 9(8).
