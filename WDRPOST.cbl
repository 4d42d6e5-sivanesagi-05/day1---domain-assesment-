       PROGRAM-ID. WDRPOST.

      *****************************************************
      * Batch posting of channel (ATM/POS) withdrawals, and  *
      * of the paper withdrawals a branch paid out while      *
      * offline (OFL). The cash already left the machine or    *
      * the counter, so each DLYWTHDR record carrying a channel *
      * code other than TLR is applied to the account master     *
      * with the same audit image, statement leg, and GL journal  *
      * entries the teller WITHDRAWAL writes - teller records in   *
      * the same file were posted online and are left alone. An     *
      * account that cannot cover the dispensed amount goes to the   *
      * exception report for recovery instead of silently overstating *
      * the balance forever.                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
      * THE MACHINE AND THE BRANCH DRAWER PAY OUT HOME CURRENCY. AN
      * ACCOUNT HELD IN ANOTHER CURRENCY IS DEBITED THE CONVERTED
      * FIGURE, AND THE PAID-OUT AMOUNT AND RATE GO ON ITS
      * STATEMENT LINE THE WAY A TELLER WITHDRAWAL'S DO.
       01 WS-PAYOUT-CURRENCY  PIC X(3)   VALUE SPACES.
       01 WS-DEBIT-AMT        PIC 9(9)V99.
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-FX-TO-AMT        PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4)  VALUE 0.
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
               PERFORM UNTIL END-OF-WITHDRAWALS
                   IF WTR-CHANNEL-CODE = "ATM"
                      OR WTR-CHANNEL-CODE = "POS"
                      OR WTR-CHANNEL-CODE = "OFL"
                       PERFORM POST-ONE-CHANNEL-WDR
                   END-IF
                   PERFORM READ-WITHDRAWAL-RECORD
           END-IF.

       DEBIT-UNFROZEN-ACCOUNT.
           MOVE WTR-WITHDRAW-AMT TO WS-DEBIT-AMT
           MOVE 0 TO WS-APPLIED-RATE
           MOVE SPACE TO WS-FX-RESULT
           IF ACM-CURRENCY-CODE NOT = WS-PAYOUT-CURRENCY
               PERFORM CONVERT-PAYOUT-AMOUNT
           END-IF
           IF WS-FX-NO-RATE
               MOVE "No rate for account currency" TO WXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM DEBIT-ACCOUNT-AMOUNT
           END-IF.

       CONVERT-PAYOUT-AMOUNT.
           MOVE WTR-WITHDRAW-AMT TO WS-FX-FROM-AMT
           CALL "FXCONV" USING WS-PAYOUT-CURRENCY ACM-CURRENCY-CODE
               WS-FX-FROM-AMT WS-FX-TO-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-TO-AMT > 999999999.99
               SET WS-FX-NO-RATE TO TRUE
           END-IF
           IF NOT WS-FX-NO-RATE
               MOVE WS-FX-TO-AMT TO WS-DEBIT-AMT
           END-IF.

       DEBIT-ACCOUNT-AMOUNT.
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-DEBIT-AMT
           IF WS-NEW-BALANCE < 0
               MOVE "Insufficient funds - recover" TO WXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               CALL "AUDITLOG" USING "WITHDRAWAL" WTR-OPERATOR-ID
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE

               MOVE WS-DEBIT-AMT TO WS-GL-AMOUNT
               IF WS-APPLIED-RATE = 0
                   CALL "GLRULE" USING "WDRPOST " "CASHWDR "
                       ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
                   CALL "GLPOSTFX" USING "WDRPOST " ACM-BRANCH
                       ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
                       ACM-CURRENCY-CODE WS-GL-AMOUNT
               ELSE
                   PERFORM POST-CONVERTED-WITHDRAWAL
               END-IF

               PERFORM WRITE-STATEMENT-LEG
               MOVE WS-DEBIT-AMT TO WS-ALERT-AMOUNT
               CALL "ALRTEVT" USING WTR-ACCOUNT-NUMBER ACM-CUSTOMER-ID
                   "D" "CWDR" WTR-CHANNEL-CODE WS-ALERT-AMOUNT
                   ACM-CURRENCY-CODE WS-NEW-BALANCE
               PERFORM WRITE-POSTED-MARKER
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      * THE ACCOUNT IS DEBITED IN ITS CURRENCY INTO THE FX POSITION
      * AND THE CASH LEAVES IN HOME CURRENCY OUT OF IT, AS THE
      * TELLER WITHDRAWAL BOOKS A FOREIGN PAYOUT.
       POST-CONVERTED-WITHDRAWAL.
           CALL "GLRULE" USING "WDRPOST " "FXDEBIT " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WDRPOST " ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE WS-GL-AMOUNT

           MOVE WTR-WITHDRAW-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "WDRPOST " "FXCREDIT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WDRPOST " ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL WS-PAYOUT-CURRENCY WS-GL-AMOUNT.

       WRITE-STATEMENT-LEG.
           MOVE WTR-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-DEBIT-AMT       TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE WTR-CHANNEL-CODE   TO STX-CHANNEL-CODE
           MOVE WTR-WITHDRAW-AMT   TO STX-ORIG-AMOUNT
           MOVE WS-PAYOUT-CURRENCY TO STX-CURRENCY-CODE
           MOVE WS-APPLIED-RATE    TO STX-EXCHANGE-RATE
           MOVE "CWDR"             TO STX-TRANS-CODE
           MOVE WTR-TRANS-SEQ      TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-POSTED-MARKER.
