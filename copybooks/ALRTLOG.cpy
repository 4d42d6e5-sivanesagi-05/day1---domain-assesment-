      *****************************************************
      * ALRTLOG.cpy                                        *
      * Alert delivery log keyed by event id + channel -    *
      * the bank's own copy of every alert handed to the     *
      * gateway, with the full account number the outbound    *
      * file does not carry. ALRTEVT writes it as sent;        *
      * ALRTLOAD moves it to delivered or failed from the       *
      * gateway's acknowledgment.                                *
      *****************************************************
       01 ALERT-LOG-RECORD.
          05 ALG-KEY.
             10 ALG-EVENT-ID        PIC X(20).
             10 ALG-CHANNEL         PIC X.
          05 ALG-CUSTOMER-ID        PIC 9(8).
          05 ALG-ACCOUNT-NUMBER     PIC 9(10).
          05 ALG-DESTINATION        PIC X(50).
          05 ALG-TRANS-CODE         PIC X(4).
          05 ALG-AMOUNT             PIC 9(9)V99.
          05 ALG-SENT-DATE          PIC 9(8).
          05 ALG-DELIVERY-STATUS    PIC X.
             88 ALG-SENT            VALUE "S".
             88 ALG-DELIVERED       VALUE "D".
             88 ALG-FAILED          VALUE "F".
          05 ALG-FAIL-REASON        PIC X(20).
          05 ALG-ACK-DATE           PIC 9(8).
