      *****************************************************
      * VAULTMOV.cpy                                       *
      * Vault movement log keyed by branch, date and        *
      * sequence - every cash issue to and return from a     *
      * teller drawer under dual control, every exchange with *
      * the currency chest taken from the BRSETTL settlement,  *
      * and every recount of the vault.                         *
      *****************************************************
       01 VAULT-MOVEMENT-RECORD.
          05 VMV-KEY.
             10 VMV-BRANCH          PIC X(4).
             10 VMV-MOVE-DATE       PIC 9(8).
             10 VMV-MOVE-SEQ        PIC 9(5).
      * A CLOSE-OF-DAY RETURN IS THE COUNTED DRAWER GOING BACK TO
      * THE VAULT AFTER THE DECLARED COUNT, SO DRAWREC LEAVES IT
      * OUT OF THE DRAWER'S EXPECTED CLOSING FIGURE.
          05 VMV-MOVE-TYPE          PIC X.
             88 VMV-TELLER-ISSUE    VALUE "I".
             88 VMV-TELLER-RETURN   VALUE "R".
             88 VMV-CLOSING-RETURN  VALUE "E".
             88 VMV-CHEST-RECEIPT   VALUE "C".
             88 VMV-CHEST-REMITTANCE VALUE "D".
             88 VMV-VAULT-RECOUNT   VALUE "K".
          05 VMV-TELLER-ID          PIC X(8).
          05 VMV-CUSTODIAN-ID       PIC X(8).
          05 VMV-SUPERVISOR-ID      PIC X(8).
      * THE NOTES AND COIN MOVED - ON A RECOUNT, THE WHOLE VAULT
      * AS COUNTED.
          05 VMV-QTY-500            PIC 9(7).
          05 VMV-QTY-200            PIC 9(7).
          05 VMV-QTY-100            PIC 9(7).
          05 VMV-QTY-50             PIC 9(7).
          05 VMV-QTY-20             PIC 9(7).
          05 VMV-QTY-10             PIC 9(7).
          05 VMV-COIN-VALUE         PIC 9(9)V99.
      * VALUE MOVED - ON A RECOUNT, COUNTED LESS HELD ON FILE.
          05 VMV-AMOUNT             PIC S9(11)V99.
          05 VMV-MOVE-TIME          PIC 9(6).
