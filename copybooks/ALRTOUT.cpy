      *****************************************************
      * ALRTOUT.cpy                                        *
      * Outbound alert to the SMS/email gateway - one       *
      * record per alert per destination, appended by        *
      * ALRTEVT as the transaction posts. The account number  *
      * is masked through ACCTMASK; the event id and channel   *
      * come back on the gateway's acknowledgment (ALRTACK) so  *
      * a failed delivery can be traced.                         *
      *****************************************************
       01 ALERT-OUTBOUND-RECORD.
          05 ALO-EVENT-ID           PIC X(20).
          05 ALO-CHANNEL            PIC X.
             88 ALO-BY-SMS          VALUE "S".
             88 ALO-BY-EMAIL        VALUE "E".
          05 ALO-DESTINATION        PIC X(50).
          05 ALO-EVENT-TIMESTAMP    PIC X(16).
          05 ALO-MASKED-ACCOUNT     PIC X(10).
          05 ALO-DIRECTION          PIC X.
             88 ALO-DEBIT           VALUE "D".
             88 ALO-CREDIT          VALUE "C".
          05 ALO-TRANS-CODE         PIC X(4).
          05 ALO-SOURCE-CHANNEL     PIC X(3).
          05 ALO-AMOUNT             PIC 9(9)V99.
          05 ALO-CURRENCY-CODE      PIC X(3).
          05 ALO-NEW-BALANCE        PIC S9(9)V99.
