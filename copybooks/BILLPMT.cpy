      *****************************************************
      * BILLPMT.cpy                                        *
      * Bill payment register keyed by biller id + payment  *
      * date + sequence, one row per payment taken from a    *
      * customer account at the counter (BILLPAY) or on a     *
      * schedule (BILLRUN). Rows wait pending until BILLSETL   *
      * lists them on the biller's settlement file, credits the *
      * biller's settlement account with their total, and marks  *
      * them settled.                                             *
      *****************************************************
       01 BILL-PAYMENT-RECORD.
          05 BPM-KEY.
             10 BPM-BILLER-ID       PIC X(4).
             10 BPM-PAY-DATE        PIC 9(8).
             10 BPM-SEQ             PIC 9(6).
          05 BPM-CONSUMER-REF       PIC X(12).
          05 BPM-ACCOUNT-NUMBER     PIC 9(10).
          05 BPM-CUSTOMER-ID        PIC 9(8).
          05 BPM-AMOUNT             PIC 9(9)V99.
          05 BPM-CHANNEL-CODE       PIC X(3).
          05 BPM-SCHEDULE-ID        PIC 9(8).
          05 BPM-OPERATOR-ID        PIC X(8).
          05 BPM-STATUS             PIC X.
             88 BPM-PENDING         VALUE "P".
             88 BPM-SETTLED         VALUE "S".
          05 BPM-SETTLED-DATE       PIC 9(8).
