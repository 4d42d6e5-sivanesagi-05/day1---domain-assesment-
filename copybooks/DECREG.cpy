      * Deceased-customer register keyed by customer id -   *
      * the flag and date of death CUSTMAST itself cannot    *
      * carry. While the entry stands, debits are blocked     *
      * everywhere, fee assessment and letters are suppressed, *
      * and term-deposit auto-rollover is suspended; the        *
      * supervisor estate release moves the proceeds to the      *
      * executor and completes the entry. A released entry with a *
      * zero executor account was settled in full to the accounts' *
      * nominees.                                                   *
      *****************************************************
       01 DECEASED-REGISTER-RECORD.
          05 DEC-CUSTOMER-ID        PIC 9(8).
