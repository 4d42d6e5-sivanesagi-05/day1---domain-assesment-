      *****************************************************
      * CHQCLR.cpy                                         *
      * Uncleared-cheque clearing item, keyed by the        *
      * deposit's transaction sequence. DEPOSIT writes one   *
      * per cheque deposit it posts - the credit is in        *
      * ACM-BALANCE but unavailable until CHQCLEAR releases it *
      * after the float period, or CHQBACK backs it out when    *
      * the cheque bounces. CHQPRES presents it to the drawee    *
      * bank and CHQRMTCH matches the clearing house's returns    *
      * against it. WITHDRAWAL subtracts open items from the       *
      * available balance.                                          *
      *****************************************************
       01 CHEQUE-CLEARING-RECORD.
          05 CHQ-TRANS-SEQ          PIC 9(8).
      * SERIAL OFF THE DEPOSITED CHEQUE (ZERO WHEN NOT CAPTURED) -
      * MATCHED AGAINST ACTIVE STOP-PAYMENT ORDERS AT RELEASE.
          05 CHQ-CHEQUE-SERIAL      PIC 9(6).
      * DRAWEE BANK THE CHEQUE IS PRESENTED TO, THE DATE CHQPRES
      * SENT IT OUT FOR COLLECTION (ZERO UNTIL PRESENTED), AND THE
      * CLEARING HOUSE'S REASON CODE WHEN IT COMES BACK UNPAID.
          05 CHQ-DRAWEE-ROUTING     PIC X(11).
          05 CHQ-PRESENTED-DATE     PIC 9(8).
          05 CHQ-RETURN-REASON      PIC X(3).
