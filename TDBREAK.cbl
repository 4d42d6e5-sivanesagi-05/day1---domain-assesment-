       01 WS-PROCEEDS         PIC 9(9)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TD-RECORD        PIC X(61).
       01 WS-TD-CURRENCY      PIC X(3).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           COMPUTE WS-PROCEEDS = WS-PRINCIPAL + WS-INTEREST-PAID

      * THE LINKED ACCOUNT MUST EXIST BEFORE A CENT LEAVES THE
      * TERM ACCOUNT - SAME RULE AS THE MATURITY RUN, WHICH ALSO
      * REFUSES A LINKED ACCOUNT HELD IN ANOTHER CURRENCY.
           MOVE ACCOUNT-RECORD TO WS-TD-RECORD
           MOVE ACM-CURRENCY-CODE TO WS-TD-CURRENCY
           MOVE TDP-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Linked account not found -"
                       " break refused"
               NOT INVALID KEY
                   IF ACM-CURRENCY-CODE NOT = WS-TD-CURRENCY
                       DISPLAY "Linked account currency differs -"
                           " break refused"
                   ELSE
                       PERFORM POST-BOTH-SIDES
                   END-IF
           END-READ.

       POST-BOTH-SIDES.

           MOVE WS-INTEREST-PAID TO WS-GL-AMOUNT
           IF WS-GL-AMOUNT > 0
               CALL "GLRULE" USING "TDBREAK " "INTEREST"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "TDBREAK " ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF
           MOVE WS-PROCEEDS TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDBREAK " "PROCEEDS" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDBREAK " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL  TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDCL" TO STX-TRANS-CODE
           MOVE TDP-LINKED-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE TDP-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING "TDBREAK" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-PROCEEDS TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDBREAK " "PAYLINK " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDBREAK " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE TDP-LINKED-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDCR" TO STX-TRANS-CODE
           MOVE ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           SET TDP-CONTRACT-BROKEN TO TRUE
