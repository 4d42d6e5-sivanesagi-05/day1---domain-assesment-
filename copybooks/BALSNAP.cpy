             10 SNP-STATUS              PIC X.
             10 SNP-MTD-TXN-COUNT       PIC 9(4).
             10 SNP-YTD-TXN-COUNT       PIC 9(5).
             10 SNP-CURRENCY-CODE       PIC X(3).
      * SNP-BALANCE IS IN THE ACCOUNT'S CURRENCY; THIS IS ITS HOME
      * EQUIVALENT AT THE NIGHT'S CURRTBL RATE, SO TOTALS ACROSS
      * ACCOUNTS CAN BE TAKEN WITHOUT A RATE TABLE TO HAND.
          05 SNP-LOCAL-BALANCE      PIC S9(11)V99.
