       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
      * THE DEPOSIT RUN'S OWN POSTINGS CLEAR IT AS THE EMPLOYEE
      * CREDITS LAND - THE PAIR KEEPS THE DAY'S GL BALANCED.
           MOVE WS-TOTAL-DEBIT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "SALCRDT " "EMPDEBIT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "SALCRDT " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           PERFORM WRITE-DEBIT-STATEMENT-LINE.

           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0      TO STX-EXCHANGE-RATE
           MOVE "SALD" TO STX-TRANS-CODE
           MOVE SPACES TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
           MOVE SPACES          TO DTR-CURRENCY-CODE
           MOVE WS-TS-DATE      TO DTR-VALUE-DATE
           MOVE 0               TO DTR-CHEQUE-SERIAL
           MOVE SPACES          TO DTR-DRAWEE-ROUTING
           WRITE DAILY-DEPOSIT-RECORD.
