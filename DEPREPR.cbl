       01 WS-WORK-ACCOUNT     PIC 9(10).
       01 WS-WORK-AMOUNT      PIC 9(6).
       01 WS-WORK-INSTRUMENT  PIC X.
       01 WS-WORK-ROUTING     PIC X(11).
       01 WS-ENTRY-ACCOUNT    PIC 9(10).
       01 WS-ENTRY-AMOUNT     PIC 9(6).
       01 WS-RESUBMIT-SEQ     PIC 9(8)   VALUE 0.
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
       01 WS-WORK-REASON      PIC X(30).
       01 WS-REPAIRED-COUNT   PIC 9(5)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(5)   VALUE 0.
           DISPLAY "INSTRUMENT - CASH(C) CHEQUE(Q): "
           ACCEPT WS-WORK-INSTRUMENT

           MOVE SPACES TO WS-WORK-ROUTING
           IF WS-WORK-INSTRUMENT = "Q"
               DISPLAY "DRAWEE BANK ROUTING CODE: "
               ACCEPT WS-WORK-ROUTING
           END-IF

           PERFORM RESUBMIT-THE-RECORD
           PERFORM LOG-THE-REPAIR
           ADD 1 TO WS-REPAIRED-COUNT.
           MOVE SPACES             TO DTR-CURRENCY-CODE
           MOVE 0                  TO DTR-VALUE-DATE
           MOVE 0                  TO DTR-CHEQUE-SERIAL
           MOVE WS-WORK-ROUTING    TO DTR-DRAWEE-ROUTING
           WRITE DAILY-DEPOSIT-RECORD

           CLOSE DAILY-DEPOSITS

           MOVE WS-WORK-AMOUNT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING WS-WORK-ACCOUNT WS-RESUBMIT-SEQ "D"
               WS-WORK-INSTRUMENT WS-MEMO-AMOUNT WS-OPERATOR-ID.

       LOG-THE-REPAIR.
           MOVE WS-WORK-SEQ TO RPL-TRANS-SEQ
