      *****************************************************
      * RELPARTY.cpy                                       *
      * Related parties of a non-individual customer, keyed *
      * by entity + relation + party customer id.            *
      * Signatories (S) may debit the entity's accounts alone *
      * up to their signing limit - above it a second active   *
      * signatory must authorize, and zero means no limit.      *
      * Beneficial owners (B) carry their ownership percentage   *
      * and are screened against the watchlist with the entity.   *
      * Parties no longer related are retired, not deleted.        *
      *****************************************************
       01 RELATED-PARTY-RECORD.
          05 RLP-KEY.
             10 RLP-ENTITY-ID       PIC 9(8).
             10 RLP-RELATION        PIC X.
                88 RLP-SIGNATORY    VALUE "S".
                88 RLP-BENEFICIAL-OWNER VALUE "B".
             10 RLP-PARTY-ID        PIC 9(8).
          05 RLP-SIGNING-LIMIT      PIC 9(9)V99.
          05 RLP-OWNERSHIP-PCT      PIC 9(3)V99.
          05 RLP-STATUS             PIC X.
             88 RLP-PARTY-ACTIVE    VALUE "A".
             88 RLP-PARTY-RETIRED   VALUE "R".
          05 RLP-ADDED-DATE         PIC 9(8).
          05 RLP-RETIRED-DATE       PIC 9(8).
