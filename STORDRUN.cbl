          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ORDERS    VALUE "Y".
       01 WS-FROM-RECORD      PIC X(61).
       01 WS-TO-RECORD        PIC X(61).
       01 WS-FROM-CURRENCY    PIC X(3).
       01 WS-FROM-NEW-BALANCE PIC S9(9)V99.
       01 WS-TO-NEW-BALANCE   PIC S9(9)V99.
       01 WS-FROM-ACCT-TYPE   PIC X(2).
       01 WS-EXECUTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-FAILED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DUE-COUNT        PIC 9(7)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DUE-INTEGER      PIC 9(8).
       01 WS-DUE-DATE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
           CLOSE STATEMENT-EXTRACT
           CLOSE ORDER-FAILURE-REPORT

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O STANDING-ORDERS
                   MOVE ACCOUNT-RECORD TO WS-FROM-RECORD
                   MOVE ACM-ACCOUNT-TYPE TO WS-FROM-ACCT-TYPE
                   MOVE ACM-CUSTOMER-ID  TO WS-FROM-CUSTOMER
                   MOVE ACM-CURRENCY-CODE TO WS-FROM-CURRENCY
                   IF NOT ACM-ACCT-ACTIVE
                       MOVE "Debit account not active" TO OFL-REASON
                       PERFORM WRITE-FAILURE-LINE
                           PERFORM WRITE-FAILURE-LINE
                           MOVE "N" TO WS-OK-FLAG
                       END-IF
      * THE ORDER AMOUNT IS ONE FIGURE MOVED BOTH SIDES - BETWEEN
      * ACCOUNTS IN DIFFERENT CURRENCIES IT WOULD MAKE OR LOSE
      * MONEY AT THE RATE, SO THE DESK SETS IT UP AS A TRANSFER.
                       IF ACM-CURRENCY-CODE NOT = WS-FROM-CURRENCY
                           MOVE "Currency mismatch" TO OFL-REASON
                           PERFORM WRITE-FAILURE-LINE
                           MOVE "N" TO WS-OK-FLAG
                       END-IF
               END-READ
           END-IF

           CALL "AUDITLOG" USING "STNDORDER" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           PERFORM WRITE-DEBIT-LEG
           MOVE SOR-AMOUNT TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID "D"
               "SODR" "BAT" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
               WS-FROM-NEW-BALANCE

           MOVE WS-TO-RECORD TO ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "STNDORDER" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           PERFORM WRITE-CREDIT-LEG
           CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID "C"
               "SOCR" "BAT" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
               WS-TO-NEW-BALANCE.

       WRITE-DEBIT-LEG.
           MOVE SOR-DEBIT-ACCOUNT TO STX-ACCOUNT-NUMBER
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "SODR" TO STX-TRANS-CODE
           MOVE SOR-ORDER-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-CREDIT-LEG.
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "SOCR" TO STX-TRANS-CODE
           MOVE SOR-ORDER-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-FAILURE-LINE.
