             88 ACM-ACCT-FROZEN     VALUE "F".
          05 ACM-MTD-TXN-COUNT      PIC 9(4).
          05 ACM-YTD-TXN-COUNT      PIC 9(5).
      * ISO CODE OF THE CURRENCY THE BALANCE IS HELD IN - OFF
      * CURRTBL, FIXED AT OPENING. SPACES IS A HOME-CURRENCY
      * ACCOUNT, SO EVERY ACCOUNT OPENED BEFORE THE FIELD EXISTED
      * READS AS HOME CURRENCY WITHOUT CONVERSION.
          05 ACM-CURRENCY-CODE      PIC X(3).
