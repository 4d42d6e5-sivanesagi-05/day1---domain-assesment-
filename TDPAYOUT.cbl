       01 WS-PERIOD-INTEREST  PIC 9(7)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TD-PRINCIPAL     PIC 9(9)V99.
       01 WS-TD-CURRENCY      PIC X(3).
       01 WS-PAYOUT-SPLIT.
          05 WS-PAY-YYYY      PIC 9(4).
          05 WS-PAY-MM        PIC 9(2).
          05 WS-PAY-DD        PIC 9(2).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
                       TDP-ACCOUNT-NUMBER " - INVESTIGATE"
               NOT INVALID KEY
                   MOVE ACM-BALANCE TO WS-TD-PRINCIPAL
                   MOVE ACM-CURRENCY-CODE TO WS-TD-CURRENCY
                   COMPUTE WS-PERIOD-INTEREST ROUNDED =
                       WS-TD-PRINCIPAL * TDP-CONTRACT-RATE / 1200
                   PERFORM CREDIT-LINKED-ACCOUNT
                   DISPLAY "LINKED ACCOUNT MISSING FOR "
                       TDP-ACCOUNT-NUMBER " - PAYOUT HELD"
               NOT INVALID KEY
      * THE INTEREST IS EARNED IN THE TERM ACCOUNT'S CURRENCY -
      * A LINKED ACCOUNT HELD IN ANOTHER IS NOT CREDITED.
                   IF ACM-CURRENCY-CODE NOT = WS-TD-CURRENCY
                       DISPLAY "LINKED ACCOUNT CURRENCY DIFFERS FOR "
                           TDP-ACCOUNT-NUMBER " - PAYOUT HELD"
                   ELSE
                       PERFORM POST-THE-PAYOUT
                   END-IF
           END-READ.

       POST-THE-PAYOUT.
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-PERIOD-INTEREST TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDPAYOUT" "INTEREST" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDPAYOUT" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE TDP-LINKED-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-INTEREST        TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDIN" TO STX-TRANS-CODE
           MOVE TDP-ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           PERFORM ADVANCE-PAYOUT-DATE
