      *****************************************************
      * BENEREG.cpy                                        *
      * Outward-payment beneficiary register, keyed by      *
      * customer id + sequence so one customer can hold      *
      * several payees at other banks. WIREOUT pays only an   *
      * active entry; a retired payee stays on file for the    *
      * payment history.                                        *
      *****************************************************
       01 BENEFICIARY-RECORD.
          05 BNF-KEY.
             10 BNF-CUSTOMER-ID     PIC 9(8).
             10 BNF-SEQ             PIC 9(3).
          05 BNF-NAME               PIC X(30).
      * THE RECEIVING BANK'S CLEARING ROUTING CODE AND THE
      * PAYEE'S ACCOUNT THERE, AS THE NETWORK WANTS THEM.
          05 BNF-ROUTING-CODE       PIC X(11).
          05 BNF-ACCOUNT            PIC X(20).
          05 BNF-ADDED-DATE         PIC 9(8).
          05 BNF-ADDED-BY           PIC X(8).
          05 BNF-STATUS             PIC X.
             88 BNF-ACTIVE          VALUE "A".
             88 BNF-RETIRED         VALUE "R".
