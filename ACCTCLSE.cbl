          88 WS-CLOSE-BLOCKED VALUE "Y".
       01 WS-DISBURSE-AMOUNT  PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

           IF WS-DISBURSE-AMOUNT > 0
               MOVE WS-DISBURSE-AMOUNT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "ACCTCLSE" "CLOSEOUT"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "ACCTCLSE" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
               PERFORM WRITE-DISBURSEMENT
               PERFORM WRITE-STATEMENT-EXTRACT
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "CLSD" TO STX-TRANS-CODE
           MOVE SPACES TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
