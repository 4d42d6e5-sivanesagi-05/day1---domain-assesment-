          05 WS-PSP-YYYY      PIC 9(4).
          05 WS-PSP-MM        PIC 9(2).
       01 WS-CLOSE-NET        PIC S9(13)V99.
       01 WS-CCY-CLOSE-NET    PIC S9(13)V99.
       01 WS-SAVED-ACCOUNT    PIC X(8).
       01 WS-SAVED-BRANCH     PIC X(4).
       01 WS-SAVED-CURRENCY   PIC X(3).
       01 WS-OPENED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
       ROLL-ONE-POSITION.
           MOVE GLB-GL-ACCOUNT TO WS-SAVED-ACCOUNT
           MOVE GLB-BRANCH     TO WS-SAVED-BRANCH
           MOVE GLB-CURRENCY-CODE TO WS-SAVED-CURRENCY
           COMPUTE WS-CLOSE-NET = GLB-OPEN-BALANCE
               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
           COMPUTE WS-CCY-CLOSE-NET = GLB-CCY-OPEN-BALANCE
               + GLB-CCY-DEBIT-TOTAL - GLB-CCY-CREDIT-TOTAL

           MOVE WS-NEXT-PERIOD TO GLB-PERIOD
           MOVE WS-CLOSE-NET   TO GLB-OPEN-BALANCE
           MOVE 0              TO GLB-DEBIT-TOTAL
           MOVE 0              TO GLB-CREDIT-TOTAL
           MOVE WS-CCY-CLOSE-NET TO GLB-CCY-OPEN-BALANCE
           MOVE 0              TO GLB-CCY-DEBIT-TOTAL
           MOVE 0              TO GLB-CCY-CREDIT-TOTAL
           WRITE GL-BALANCE-RECORD
           IF WS-GLBAL-STATUS = "22"
               CONTINUE
           MOVE WS-SAVED-ACCOUNT TO GLB-GL-ACCOUNT
           MOVE WS-SAVED-BRANCH  TO GLB-BRANCH
           MOVE WS-CLOSE-PERIOD  TO GLB-PERIOD
           MOVE WS-SAVED-CURRENCY TO GLB-CURRENCY-CODE
           READ GL-BALANCES
               INVALID KEY
                   CONTINUE
