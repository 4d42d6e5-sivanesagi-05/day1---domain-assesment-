       01 WS-INTEREST-PAID    PIC 9(7)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TD-RECORD        PIC X(61).
       01 WS-TD-CURRENCY      PIC X(3).
       01 WS-MATURITY-SPLIT.
          05 WS-MAT-YYYY      PIC 9(4).
          05 WS-MAT-MM        PIC 9(2).
          05 WS-MAT-DD        PIC 9(2).
       01 WS-MONTHS-LEFT      PIC 9(3).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           CLOSE STATEMENT-EXTRACT
           CLOSE MATURITY-REPORT

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O TERM-DEPOSIT-FILE
           CALL "AUDITLOG" USING "TDMATURE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-INTEREST-PAID TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDMATUR " "INTEREST" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE TDP-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-INTEREST        TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDIN" TO STX-TRANS-CODE
           MOVE SPACES TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           PERFORM ADVANCE-MATURITY-DATE
      * NEVER MONEY DEBITED WITH NOWHERE TO GO.
       PAY-TO-LINKED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-TD-RECORD
           MOVE ACM-CURRENCY-CODE TO WS-TD-CURRENCY
           MOVE TDP-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM REPORT-MISSING-LINKED
               NOT INVALID KEY
                   IF ACM-CURRENCY-CODE NOT = WS-TD-CURRENCY
                       PERFORM REPORT-LINKED-CURRENCY
                   ELSE
                       PERFORM PAY-OUT-AND-CREDIT
                   END-IF
           END-READ.

       PAY-OUT-AND-CREDIT.
      * THE FULL PROCEEDS LEAVE THE TERM ACCOUNT - THE CREDIT
      * SIDE BOOKS THE MATCHING ENTRY AT THE LINKED BRANCH.
           MOVE WS-INTEREST-PAID TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDMATUR " "INTEREST" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT
           MOVE WS-MATURITY-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDMATUR " "PROCEEDS" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE TDP-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDCL" TO STX-TRANS-CODE
           MOVE TDP-LINKED-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE TDP-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           MOVE "Linked account missing - fix" TO MTR-DISPOSITION
           WRITE MATURITY-REPORT-LINE.

      * THE PROCEEDS ARE IN THE TERM ACCOUNT'S CURRENCY - A LINKED
      * ACCOUNT HELD IN ANOTHER IS HANDLED LIKE A MISSING ONE.
       REPORT-LINKED-CURRENCY.
           MOVE TDP-ACCOUNT-NUMBER TO MTR-ACCOUNT-NUMBER
           MOVE WS-PRINCIPAL       TO MTR-PRINCIPAL
           MOVE WS-INTEREST-PAID   TO MTR-INTEREST-PAID
           MOVE "Linked currency differs - fix" TO MTR-DISPOSITION
           WRITE MATURITY-REPORT-LINE.

       CREDIT-LINKED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WS-MATURITY-AMOUNT
           CALL "AUDITLOG" USING "TDMATURE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-MATURITY-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "TDMATUR " "PAYLINK " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "TDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE TDP-LINKED-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "TDCR" TO STX-TRANS-CODE
           MOVE TDP-ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE TDP-ACCOUNT-NUMBER TO MTR-ACCOUNT-NUMBER
