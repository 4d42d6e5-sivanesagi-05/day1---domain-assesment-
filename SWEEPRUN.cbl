          88 END-OF-PAIRS     VALUE "Y".
       01 WS-EXECUTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-PRIMARY-RECORD   PIC X(61).
       01 WS-PARKING-RECORD   PIC X(61).
       01 WS-SWEEP-AMOUNT     PIC 9(9)V99.
       01 WS-AVAILABLE        PIC S9(9)V99.
       01 WS-FROM-NEW-BALANCE PIC S9(9)V99.
       01 WS-DEBIT-ACCOUNT    PIC 9(10).
       01 WS-CREDIT-ACCOUNT   PIC 9(10).
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "SWPD" TO STX-TRANS-CODE
           MOVE WS-CREDIT-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-CREDIT-LEG.
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "SWPC" TO STX-TRANS-CODE
           MOVE WS-DEBIT-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-SWEEP-LINE.
