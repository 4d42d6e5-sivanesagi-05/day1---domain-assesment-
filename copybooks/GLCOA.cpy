      *****************************************************
      * GLCOA.cpy                                          *
      * Chart-of-accounts master keyed by GL account - the  *
      * list finance owns of every ledger line the posting   *
      * programs may touch, with its class and whether it     *
      * is still open for posting. GLPOST refuses an entry     *
      * to an account that is not here or has been closed       *
      * and books it to the GL suspense line instead.            *
      *****************************************************
       01 CHART-OF-ACCOUNTS-RECORD.
          05 COA-GL-ACCOUNT         PIC X(8).
          05 COA-DESCRIPTION        PIC X(30).
          05 COA-CLASS              PIC X.
             88 COA-ASSET           VALUE "A".
             88 COA-LIABILITY       VALUE "L".
             88 COA-INCOME          VALUE "I".
             88 COA-EXPENSE         VALUE "E".
          05 COA-STATUS             PIC X.
             88 COA-ACCOUNT-OPEN    VALUE "O".
             88 COA-ACCOUNT-CLOSED  VALUE "C".
          05 COA-SET-BY             PIC X(8).
          05 COA-SET-DATE           PIC 9(8).
