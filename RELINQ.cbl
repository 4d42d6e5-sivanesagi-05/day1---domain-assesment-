       01 WS-GUAR-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-GUARANTEES VALUE "Y".
       01 WS-CONTINGENT-TOTAL PIC 9(11)  VALUE 0.
       01 WS-MEMO-CREDIT      PIC 9(9)V99.
       01 WS-MEMO-AVAILABLE   PIC 9(9)V99.
       01 WS-MEMO-COUNT       PIC 9(3).
       01 WS-MEMO-BALANCE     PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                       " STATUS " ACM-STATUS
                       " BALANCE " ACM-BALANCE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM SHOW-MEMO-POSITION
                   IF NOT ACM-ACCT-CLOSED
                       ADD WS-MEMO-BALANCE TO WS-DEPOSIT-TOTAL
                   END-IF
                   PERFORM READ-NEXT-ACCOUNT
               END-PERFORM
                       " BALANCE " ACM-BALANCE
                       " (JOINT)"
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM SHOW-MEMO-POSITION
                   IF NOT ACM-ACCT-CLOSED
                       ADD WS-MEMO-BALANCE TO WS-DEPOSIT-TOTAL
                   END-IF
           END-READ.

      * THE BALANCE SHOWN IS THE LEDGER; DEPOSITS TAKEN AT THE
      * COUNTER TODAY ARE NOT ON IT UNTIL TONIGHT'S DEPOSIT RUN,
      * SO ANY OPEN MEMO ITEMS ARE SHOWN UNDER THE ACCOUNT AND THE
      * MEMO BALANCE IS WHAT THE RELATIONSHIP TOTAL COUNTS.
       SHOW-MEMO-POSITION.
           CALL "MEMOBAL" USING ACM-ACCOUNT-NUMBER WS-MEMO-CREDIT
               WS-MEMO-AVAILABLE WS-MEMO-COUNT
           COMPUTE WS-MEMO-BALANCE = ACM-BALANCE + WS-MEMO-CREDIT
           IF WS-MEMO-COUNT > 0
               DISPLAY "    TODAY'S ITEMS " WS-MEMO-COUNT
                   " MEMO CREDITS " WS-MEMO-CREDIT
                   " MEMO BALANCE " WS-MEMO-BALANCE
           END-IF.

       SHOW-LOAN-POSITION.
           IF WS-LOANMAST-STATUS = "35"
               CONTINUE
