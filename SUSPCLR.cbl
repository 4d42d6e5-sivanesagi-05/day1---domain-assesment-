       01 WS-ITEM-INTEGER     PIC 9(8).
       01 WS-OPEN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-AGED-COUNT       PIC 9(5)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           MOVE STX-TRANS-AMOUNT    TO STX-ORIG-AMOUNT
           MOVE SPACES              TO STX-CURRENCY-CODE
           MOVE 0                   TO STX-EXCHANGE-RATE
           MOVE "SUSD"              TO STX-TRANS-CODE
           MOVE WS-TARGET-ACCOUNT   TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE WS-TARGET-ACCOUNT TO ACM-ACCOUNT-NUMBER
           MOVE STX-TRANS-AMOUNT  TO STX-ORIG-AMOUNT
           MOVE SPACES            TO STX-CURRENCY-CODE
           MOVE 0                 TO STX-EXCHANGE-RATE
           MOVE "SUSC"            TO STX-TRANS-CODE
           MOVE SUS-TRANS-SEQ     TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT
