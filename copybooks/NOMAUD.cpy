      *****************************************************
      * NOMAUD.cpy                                         *
      * Before/after image audit record for a               *
      * nominee-register change, in the same shape as        *
      * CUSTAUD keeps for the customer master - one record    *
      * per change with the full record both ways, who made    *
      * it, and what kind of change it was.                     *
      *****************************************************
       01 NOMINEE-AUDIT-RECORD.
          05 NMA-TIMESTAMP          PIC X(16).
          05 NMA-OPERATOR-ID        PIC X(8).
          05 NMA-CHANGE-TYPE        PIC X(10).
             88 NMA-ADD-CHANGE      VALUE "ADD".
             88 NMA-AMEND-CHANGE    VALUE "AMEND".
             88 NMA-REMOVE-CHANGE   VALUE "REMOVE".
             88 NMA-SETTLE-CHANGE   VALUE "SETTLED".
          05 NMA-BEFORE-IMAGE       PIC X(99).
          05 NMA-AFTER-IMAGE        PIC X(99).
