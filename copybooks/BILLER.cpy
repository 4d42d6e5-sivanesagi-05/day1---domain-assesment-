      *****************************************************
      * BILLER.cpy                                         *
      * Utility biller master keyed by the four-character   *
      * biller id - electricity, water, phone and the like.  *
      * Payments collected for the biller are held on the     *
      * bill-payments-payable GL line until BILLSETL pays them *
      * to the biller's settlement account in one credit each   *
      * night. The consumer number the biller issues must be the *
      * set length range, numeric or alphanumeric, and pass the   *
      * biller's check-digit rule (none, Luhn modulus 10, or       *
      * weighted modulus 11) - BILLREF applies it. A suspended      *
      * biller takes no new payees or payments.                      *
      *****************************************************
       01 BILLER-RECORD.
          05 BLR-BILLER-ID          PIC X(4).
          05 BLR-NAME               PIC X(30).
          05 BLR-SETTLE-ACCOUNT     PIC 9(10).
          05 BLR-REF-FORMAT         PIC X.
             88 BLR-REF-FORMAT-VALID VALUE "N" "A".
             88 BLR-REF-NUMERIC     VALUE "N".
             88 BLR-REF-ALPHANUMERIC VALUE "A".
          05 BLR-REF-MIN-LENGTH     PIC 9(2).
          05 BLR-REF-MAX-LENGTH     PIC 9(2).
          05 BLR-CHECK-RULE         PIC X.
             88 BLR-CHECK-RULE-VALID VALUE "N" "L" "M".
             88 BLR-NO-CHECK-DIGIT  VALUE "N".
             88 BLR-LUHN-MOD10      VALUE "L".
             88 BLR-WEIGHTED-MOD11  VALUE "M".
          05 BLR-STATUS             PIC X.
             88 BLR-ACTIVE          VALUE "A".
             88 BLR-SUSPENDED       VALUE "S".
          05 BLR-LAST-SETTLED-DATE  PIC 9(8).
          05 BLR-SET-DATE           PIC 9(8).
          05 BLR-SET-BY             PIC X(8).
