       01 WS-TRANCHE-NO       PIC 9(2).
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4)   VALUE "TRRL".
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
                   DISPLAY "Disbursement account not found -"
                       " release refused"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACM-ACCT-ACTIVE
                           DISPLAY "Disbursement account not active -"
                               " release refused"
                       WHEN ACM-CURRENCY-CODE NOT = SPACES
                           DISPLAY "Disbursement account not in home"
                               " currency - release refused"
                       WHEN OTHER
                           PERFORM CREDIT-AND-MARK
                   END-EVALUATE
           END-READ.

       CREDIT-AND-MARK.
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE LTR-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LNTRREL " "TRANCHE " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "LNTRREL " ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           MOVE LNM-DISBURSE-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT           TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "LNDS" TO STX-TRANS-CODE
           MOVE LTR-KEY TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

      * THE OUTSTANDING BALANCE GROWS BY THE RELEASE - THE
               STOP RUN
           END-IF

           MOVE LTR-AMOUNT TO WS-LTX-TRANS-AMT
           MOVE LTR-AMOUNT TO WS-LTX-PRINCIPAL
           MOVE LTR-KEY    TO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LNTRREL "
               WS-LTX-REFERENCE

           SET LTR-TRANCHE-RELEASED TO TRUE
           MOVE WS-TS-DATE     TO LTR-RELEASE-DATE
           MOVE WS-OPERATOR-ID TO LTR-RELEASED-BY
