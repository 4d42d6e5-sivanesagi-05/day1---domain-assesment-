       01 ORIGINAL-DATE       PIC 9(8).
       01 ORIGINAL-AMOUNT     PIC 9(9)V99.
       01 WS-DELTA            PIC S9(9)V99.
       01 WS-WRONG-CURRENCY   PIC X(3).
       01 WS-FOUND-FLAG       PIC X      VALUE "N".
          88 WS-ORIGINAL-FOUND VALUE "Y".
       01 WS-REVREG-STATUS    PIC XX.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           END-READ

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE ACM-CURRENCY-CODE TO WS-WRONG-CURRENCY
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-DELTA
      * A CONTRA THAT WOULD OVERDRAW THE ACCOUNT IS REFUSED
      * OUTRIGHT - MOVING A NEGATIVE RESULT INTO THE UNSIGNED
           MOVE WRONG-ACCOUNT   TO STX-ACCOUNT-NUMBER
           IF WS-DELTA > 0
               SET STX-WITHDRAWAL TO TRUE
               MOVE "REVD"        TO STX-TRANS-CODE
           ELSE
               SET STX-DEPOSIT    TO TRUE
               MOVE "REVC"        TO STX-TRANS-CODE
           END-IF
           MOVE RIGHT-ACCOUNT   TO STX-REFERENCE
           MOVE ORIGINAL-AMOUNT TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE      TO STX-TIMESTAMP(1:8)
       POST-CONTRA-GL-LEG.
           IF WS-DELTA > 0
               MOVE WS-DELTA TO WS-GL-AMOUNT
               CALL "GLRULE" USING "REVERSAL" "CUSTDR  "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "REVERSAL" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-DELTA
               CALL "GLRULE" USING "REVERSAL" "CUSTCR  "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "REVERSAL" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF.

       POST-REPOST-GL-LEG.
           IF WS-DELTA > 0
               MOVE WS-DELTA TO WS-GL-AMOUNT
               CALL "GLRULE" USING "REVERSAL" "CUSTCR  "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "REVERSAL" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-DELTA
               CALL "GLRULE" USING "REVERSAL" "CUSTDR  "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "REVERSAL" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF.

           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WS-DELTA
      * A NEGATIVE DELTA (REVERSING A WITHDRAWAL) DEBITS THE
      * CORRECT ACCOUNT - SAME OVERDRAW REFUSAL AS THE WRONG
      * SIDE, BEFORE ANYTHING IS REWRITTEN HERE. THE AMOUNT IS IN
      * THE WRONG-SIDE ACCOUNT'S CURRENCY, SO IT IS NOT RE-POSTED
      * TO AN ACCOUNT HELD IN ANOTHER.
           EVALUATE TRUE
               WHEN ACM-CURRENCY-CODE NOT = WS-WRONG-CURRENCY
                   DISPLAY "CREDIT LEG CURRENCY DIFFERS " RIGHT-ACCOUNT
                       " - LEG NOT POSTED, RESOLVE MANUALLY"
               WHEN WS-NEW-BALANCE < 0
                   DISPLAY "CREDIT LEG WOULD OVERDRAW " RIGHT-ACCOUNT
                       " - LEG NOT POSTED, RESOLVE MANUALLY"
               WHEN OTHER
                   PERFORM REWRITE-RIGHT-CREDIT
           END-EVALUATE.

       REWRITE-RIGHT-CREDIT.
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           MOVE RIGHT-ACCOUNT   TO STX-ACCOUNT-NUMBER
           IF WS-DELTA > 0
               SET STX-DEPOSIT    TO TRUE
               MOVE "REVC"        TO STX-TRANS-CODE
           ELSE
               SET STX-WITHDRAWAL TO TRUE
               MOVE "REVD"        TO STX-TRANS-CODE
           END-IF
           MOVE WRONG-ACCOUNT   TO STX-REFERENCE
           MOVE ORIGINAL-AMOUNT TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE      TO STX-TIMESTAMP(1:8)
