      *****************************************************
      * BILLPAYE.cpy                                       *
      * Customer-registered bill payees keyed by customer   *
      * id + payee number - the biller and the consumer      *
      * number the customer pays under it, with the           *
      * customer's own nickname for it. PAYEMNT registers and  *
      * deletes them after BILLREF has checked the consumer     *
      * number against the biller's format; payments at the      *
      * counter and on a schedule name the payee, never a raw     *
      * biller and number.                                         *
      *****************************************************
       01 BILL-PAYEE-RECORD.
          05 BPE-KEY.
             10 BPE-CUSTOMER-ID     PIC 9(8).
             10 BPE-PAYEE-SEQ       PIC 9(3).
          05 BPE-BILLER-ID          PIC X(4).
          05 BPE-CONSUMER-REF       PIC X(12).
          05 BPE-NICKNAME           PIC X(20).
          05 BPE-STATUS             PIC X.
             88 BPE-ACTIVE          VALUE "A".
             88 BPE-DELETED         VALUE "D".
          05 BPE-REGISTERED-DATE    PIC 9(8).
          05 BPE-REGISTERED-BY      PIC X(8).
