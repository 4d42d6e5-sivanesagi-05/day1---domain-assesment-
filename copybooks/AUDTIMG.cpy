             10 AATB-STATUS             PIC X.
             10 AATB-MTD-TXN-COUNT      PIC 9(4).
             10 AATB-YTD-TXN-COUNT      PIC 9(5).
             10 AATB-CURRENCY-CODE      PIC X(3).
          05 AAT-AFTER-IMAGE.
             10 AATA-ACCOUNT-NUMBER     PIC 9(10).
             10 AATA-CUSTOMER-ID        PIC 9(8).
             10 AATA-STATUS             PIC X.
             10 AATA-MTD-TXN-COUNT      PIC 9(4).
             10 AATA-YTD-TXN-COUNT      PIC 9(5).
             10 AATA-CURRENCY-CODE      PIC X(3).
