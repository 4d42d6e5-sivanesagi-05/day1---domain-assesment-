      *****************************************************
      * NOMINEE.cpy                                        *
      * Nominee register keyed by account number + nominee  *
      * sequence - who the customer wants paid when they     *
      * die. A term deposit is registered under the ACCTMAST  *
      * account carrying the contract, so the same key covers  *
      * both. Shares of an account's active nominees come to    *
      * 100 percent; a minor nominee's share is paid through the *
      * named guardian. DECMNT settles an estate by these shares  *
      * instead of an executor release, and marks each nominee row *
      * settled.                                                    *
      *****************************************************
       01 NOMINEE-RECORD.
          05 NOM-KEY.
             10 NOM-ACCOUNT-NUMBER  PIC 9(10).
             10 NOM-SEQ             PIC 9(2).
          05 NOM-NAME               PIC X(30).
          05 NOM-RELATIONSHIP       PIC X(12).
          05 NOM-SHARE-PCT          PIC 9(3)V99.
          05 NOM-MINOR-FLAG         PIC X.
             88 NOM-IS-MINOR        VALUE "Y".
          05 NOM-GUARDIAN-NAME      PIC X(30).
          05 NOM-STATUS             PIC X.
             88 NOM-ACTIVE          VALUE "A".
             88 NOM-REMOVED         VALUE "R".
             88 NOM-SETTLED         VALUE "S".
          05 NOM-ADDED-DATE         PIC 9(8).
