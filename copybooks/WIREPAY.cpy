      *****************************************************
      * WIREPAY.cpy                                        *
      * Outward interbank payment register keyed by payment *
      * id. WIREOUT books each payment here as it debits the *
      * customer; WIREEXTR sends the ready ones on the daily  *
      * outward file and marks them sent, and WIRERETN marks a *
      * payment returned when the network sends it back and the *
      * customer is re-credited.                                 *
      *****************************************************
       01 WIRE-PAYMENT-RECORD.
          05 WIR-PAYMENT-ID         PIC 9(8).
          05 WIR-ACCOUNT-NUMBER     PIC 9(10).
          05 WIR-CUSTOMER-ID        PIC 9(8).
          05 WIR-BENE-SEQ           PIC 9(3).
      * THE PAYEE DETAILS ARE COPIED FROM BENEREG AT ENTRY, SO
      * A LATER CHANGE TO THE REGISTER CANNOT ALTER A PAYMENT
      * ALREADY BOOKED.
          05 WIR-BENE-NAME          PIC X(30).
          05 WIR-ROUTING-CODE       PIC X(11).
          05 WIR-BENE-ACCOUNT       PIC X(20).
          05 WIR-AMOUNT             PIC 9(9)V99.
          05 WIR-BRANCH             PIC X(4).
          05 WIR-ENTRY-DATE         PIC 9(8).
          05 WIR-SENT-DATE          PIC 9(8).
          05 WIR-OPERATOR-ID        PIC X(8).
      * H = WAITING ON A SECOND OWNER UNDER THE SIGNING RULE,
      * NOTHING DEBITED YET; A = DEBITED, READY FOR THE FILE;
      * S = SENT; R = RETURNED AND RE-CREDITED; D = DECLINED
      * BY THE SECOND OWNER.
          05 WIR-STATUS             PIC X.
             88 WIR-AWAITING-AUTH   VALUE "H".
             88 WIR-READY           VALUE "A".
             88 WIR-SENT            VALUE "S".
             88 WIR-RETURNED        VALUE "R".
             88 WIR-DECLINED        VALUE "D".
          05 WIR-RETURN-DATE        PIC 9(8).
          05 WIR-RETURN-REASON      PIC X(3).
