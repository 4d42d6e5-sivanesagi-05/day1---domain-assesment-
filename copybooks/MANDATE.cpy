      *****************************************************
      * MANDATE.cpy                                        *
      * Power-of-attorney and third-party mandate register  *
      * keyed by account number + the holder's customer id.  *
      * The grantor is the account's holder; the scope says   *
      * what the holder may do on the account (withdraw,       *
      * transfer, both, or inquire only), and a non-zero limit  *
      * caps each transaction. A mandate is good from its start  *
      * date through its expiry date until revoked - DECMNT       *
      * revokes a grantor's mandates when the grantor is marked    *
      * deceased.                                                   *
      *****************************************************
       01 MANDATE-RECORD.
          05 MDT-KEY.
             10 MDT-ACCOUNT-NUMBER  PIC 9(10).
             10 MDT-HOLDER-ID       PIC 9(8).
          05 MDT-GRANTOR-ID         PIC 9(8).
          05 MDT-TYPE               PIC X.
             88 MDT-POWER-OF-ATTORNEY VALUE "P".
             88 MDT-THIRD-PARTY     VALUE "T".
          05 MDT-SCOPE              PIC X.
             88 MDT-SCOPE-VALID     VALUE "W" "T" "B" "I".
             88 MDT-MAY-WITHDRAW    VALUE "W" "B".
             88 MDT-MAY-TRANSFER    VALUE "T" "B".
             88 MDT-INQUIRY-ONLY    VALUE "I".
          05 MDT-TXN-LIMIT          PIC 9(9)V99.
          05 MDT-START-DATE         PIC 9(8).
          05 MDT-EXPIRY-DATE        PIC 9(8).
          05 MDT-STATUS             PIC X.
             88 MDT-ACTIVE          VALUE "A".
             88 MDT-REVOKED         VALUE "R".
          05 MDT-REVOKED-DATE       PIC 9(8).
          05 MDT-REVOKE-REASON      PIC X(10).
          05 MDT-REGISTERED-BY      PIC X(8).
