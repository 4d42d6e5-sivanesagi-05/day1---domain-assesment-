      *****************************************************
      * BILLSCHD.cpy                                       *
      * Scheduled bill payments keyed by schedule id. Set   *
      * up and cancelled at the counter through BILLPAY;     *
      * BILLRUN pays each active schedule due on or before    *
      * the processing date from its debit account to the      *
      * registered payee, then advances it - a one-time         *
      * schedule is marked done, a monthly one moves to the same *
      * day next month until it expires. A failed payment keeps   *
      * its due date and is retried the next night.                *
      *****************************************************
       01 BILL-SCHEDULE-RECORD.
          05 BSC-SCHEDULE-ID        PIC 9(8).
          05 BSC-CUSTOMER-ID        PIC 9(8).
          05 BSC-PAYEE-SEQ          PIC 9(3).
          05 BSC-DEBIT-ACCOUNT      PIC 9(10).
          05 BSC-AMOUNT             PIC 9(9)V99.
          05 BSC-FREQUENCY          PIC X.
             88 BSC-FREQUENCY-VALID VALUE "O" "M".
             88 BSC-ONE-TIME        VALUE "O".
             88 BSC-MONTHLY         VALUE "M".
          05 BSC-NEXT-DUE-DATE      PIC 9(8).
          05 BSC-EXPIRY-DATE        PIC 9(8).
          05 BSC-STATUS             PIC X.
             88 BSC-ACTIVE          VALUE "A".
             88 BSC-CANCELLED       VALUE "C".
             88 BSC-COMPLETED       VALUE "D".
          05 BSC-LAST-PAID-DATE     PIC 9(8).
          05 BSC-SET-DATE           PIC 9(8).
          05 BSC-SET-BY             PIC X(8).
