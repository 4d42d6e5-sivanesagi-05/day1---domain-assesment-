       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "AUDITLOG" USING "DEPOSIT" WS-SUPERVISOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE PAQ-DEPOSIT-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "DEPAPPR " "CASHDEP " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "DEPAPPR " ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE WS-GL-AMOUNT

           MOVE PAQ-ACCOUNT-NUMBER TO PST-ACCOUNT-NUMBER
           MOVE PAQ-DEPOSIT-AMT    TO PST-DEPOSIT-AMT
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "CDEP" TO STX-TRANS-CODE
           MOVE PAQ-TRANS-SEQ TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           SET PAQ-IS-APPROVED     TO TRUE
