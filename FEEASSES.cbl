       01 WS-CHARGED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-WAIVED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-FEE-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
           CALL "AUDITLOG" USING "SVCFEE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-FEE-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "FEEASSES" "SVCFEE  " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "FEEASSES" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEE " TO STX-TRANS-CODE
           MOVE "MONTHLY CHARGE" TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE ACM-ACCOUNT-NUMBER TO FRG-ACCOUNT-NUMBER
