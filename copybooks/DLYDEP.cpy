      * AND CHANNEL ITEMS. CARRIED ONTO THE CLEARING ITEM SO THE
      * RELEASE RUN CAN MATCH STOP-PAYMENT ORDERS.
          05 DTR-CHEQUE-SERIAL      PIC 9(6).
      * DRAWEE BANK ROUTING CODE OFF THE DEPOSITED CHEQUE - SPACES
      * ON CASH AND CHANNEL ITEMS. CHQPRES GROUPS THE OUTWARD
      * PRESENTMENT FILE BY IT.
          05 DTR-DRAWEE-ROUTING     PIC X(11).
