       01 WS-TRANS-SEQ        PIC 9(8).
       01 WS-WANT-PROV        PIC X.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           IF STX-DEPOSIT
               MOVE "DSPC" TO STX-TRANS-CODE
           ELSE
               MOVE "DSPD" TO STX-TRANS-CODE
           END-IF
      * THE REFERENCE IS THE DISPUTED LINE'S OWN POSTING DATE AND
      * SEQUENCE, SO THE CUSTOMER CAN MATCH THE TWO ON THE PAGE.
           MOVE DSP-KEY(11:16) TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD
           CLOSE STATEMENT-EXTRACT.
