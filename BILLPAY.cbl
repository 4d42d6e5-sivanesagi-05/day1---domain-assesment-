       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLPAY.

      *****************************************************
      * Utility bill payment at the counter. A customer pays *
      * one of their registered payees from their own         *
      * home-currency account now, or sets up a one-time or    *
      * monthly schedule for BILLRUN to pay at night; a         *
      * schedule can be cancelled or listed here too. A payment  *
      * now goes through the same checks WITHDRAWAL makes -       *
      * deceased holder, freeze, dormancy, holds, uncleared        *
      * cheques, MINBALPM floor or overdraft limit - and the        *
      * consumer number is checked again against the biller through  *
      * BILLREF. The money moves to the bill-payments-payable GL line *
      * and waits on BILLPMT for BILLSETL to settle it with the        *
      * biller.                                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-PAYEES ASSIGN TO "BILLPAYE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BPE-KEY
               FILE STATUS WS-BILLPAYE-STATUS.

           SELECT BILL-SCHEDULES ASSIGN TO "BILLSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BSC-SCHEDULE-ID
               FILE STATUS WS-BILLSCHD-STATUS.

           SELECT BILL-PAYMENTS ASSIGN TO "BILLPMT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BPM-KEY
               FILE STATUS WS-BILLPMT-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT MIN-BAL-PARAMETER ASSIGN TO "MINBALPM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MBP-ACCOUNT-TYPE
               FILE STATUS WS-MINBALPM-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT CHEQUE-CLEARING-FILE ASSIGN TO "CHQCLR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHQ-TRANS-SEQ
               FILE STATUS WS-CHQCLR-STATUS.

           SELECT ACCOUNT-HOLDS ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS WS-HOLDFILE-STATUS.

           SELECT OVERDRAFT-LIMITS ASSIGN TO "OVRDRLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ODL-ACCOUNT-NUMBER
               FILE STATUS WS-ODLIMIT-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-PAYEES.
       COPY "BILLPAYE.cpy".

       FD  BILL-SCHEDULES.
       COPY "BILLSCHD.cpy".

       FD  BILL-PAYMENTS.
       COPY "BILLPMT.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  MIN-BAL-PARAMETER.
       COPY "MINBALPM.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  CHEQUE-CLEARING-FILE.
       COPY "CHQCLR.cpy".

       FD  ACCOUNT-HOLDS.
       COPY "HOLDFILE.cpy".

       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLPAYE-STATUS  PIC XX.
       01 WS-BILLSCHD-STATUS  PIC XX.
       01 WS-BILLPMT-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-CHQ-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-CLEARING  VALUE "Y".
       01 WS-HOLD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HOLDS     VALUE "Y".
       01 WS-PMT-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-SCHD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-SCHEDULES VALUE "Y".
       01 WS-DECEASED-FLAG    PIC X      VALUE "N".
          88 WS-CUST-DECEASED VALUE "Y".
       01 WS-PAYEE-FLAG       PIC X      VALUE "N".
          88 WS-PAYEE-OK      VALUE "Y".
       01 WS-ACTION           PIC X.
          88 WS-PAY-NOW       VALUE "P".
          88 WS-SET-SCHEDULE  VALUE "S".
          88 WS-CANCEL-SCHEDULE VALUE "C".
          88 WS-LIST-SCHEDULES VALUE "L".
       01 WS-REF-RESULT       PIC X.
          88 WS-REF-OK        VALUE "Y".
          88 WS-NO-BILLER     VALUE "B".
          88 WS-BILLER-SUSPENDED VALUE "S".
       01 WS-BILLER-NAME      PIC X(30).
       01 WS-SETTLE-ACCOUNT   PIC 9(10).
       01 WS-UNCLEARED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-OPERATOR-ID      PIC X(8).
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-PAYEE-SEQ        PIC 9(3).
       01 WS-SCHEDULE-ID      PIC 9(8).
       01 WS-PAYMENT-SEQ      PIC 9(6).
       01 WS-FREQUENCY        PIC X.
       01 WS-FIRST-DUE-DATE   PIC 9(8).
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-LISTED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-BILL-REFERENCE.
          05 WS-REF-BILLER-ID PIC X(4).
          05 WS-REF-CONSUMER  PIC X(12).
       01 ACCOUNT-NUMBER      PIC 9(10)  VALUE 0.
       01 BILL-AMT            PIC 9(9)V99.
       01 NEW-BALANCE         PIC S9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - PAY NOW(P) SCHEDULE(S) CANCEL(C)"
               " LIST(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           EVALUATE TRUE
               WHEN WS-PAY-NOW
                   PERFORM FIND-THE-PAYEE
                   IF WS-PAYEE-OK
                       PERFORM PAY-THE-BILL
                   END-IF
               WHEN WS-SET-SCHEDULE
                   PERFORM FIND-THE-PAYEE
                   IF WS-PAYEE-OK
                       PERFORM SET-UP-SCHEDULE
                   END-IF
               WHEN WS-CANCEL-SCHEDULE
                   PERFORM CANCEL-THE-SCHEDULE
               WHEN WS-LIST-SCHEDULES
                   PERFORM LIST-THE-SCHEDULES
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER P, S, C OR L"
           END-EVALUATE

           GOBACK.

      * THE PAYEE MUST BE ONE THE CUSTOMER REGISTERED, STILL LIVE,
      * AND ITS BILLER STILL TAKING PAYMENTS UNDER THE SAME RULE.
       FIND-THE-PAYEE.
           MOVE "N" TO WS-PAYEE-FLAG
           DISPLAY "ENTER PAYEE NUMBER: ".
           ACCEPT WS-PAYEE-SEQ.

           OPEN INPUT BILL-PAYEES
           IF WS-BILLPAYE-STATUS = "35"
               DISPLAY "Customer has no registered payees"
           ELSE
               CALL "FILERR" USING "BILLPAY " "BILLPAYE"
                   WS-BILLPAYE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE CUSTOMER-ID  TO BPE-CUSTOMER-ID
               MOVE WS-PAYEE-SEQ TO BPE-PAYEE-SEQ
               READ BILL-PAYEES
                   INVALID KEY
                       DISPLAY "Payee not on file for the customer"
                   NOT INVALID KEY
                       IF BPE-DELETED
                           DISPLAY "Payee has been deleted"
                       ELSE
                           PERFORM CHECK-THE-BILLER
                       END-IF
               END-READ
               CLOSE BILL-PAYEES
           END-IF.

       CHECK-THE-BILLER.
           CALL "BILLREF" USING BPE-BILLER-ID BPE-CONSUMER-REF
               WS-REF-RESULT WS-BILLER-NAME WS-SETTLE-ACCOUNT
           EVALUATE TRUE
               WHEN WS-REF-OK
                   MOVE "Y" TO WS-PAYEE-FLAG
                   MOVE BPE-BILLER-ID    TO WS-REF-BILLER-ID
                   MOVE BPE-CONSUMER-REF TO WS-REF-CONSUMER
                   DISPLAY "PAYING " WS-BILLER-NAME " "
                       BPE-CONSUMER-REF
               WHEN WS-NO-BILLER
                   DISPLAY "Biller " BPE-BILLER-ID " no longer on file"
               WHEN WS-BILLER-SUSPENDED
                   DISPLAY "Biller " BPE-BILLER-ID " is suspended -"
                       " payments refused"
               WHEN OTHER
                   DISPLAY "Consumer number no longer passes the"
                       " biller's rule - re-register the payee"
           END-EVALUATE.

       PAY-THE-BILL.
           DISPLAY "ENTER DEBIT ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           DISPLAY "ENTER AMOUNT: ".
           ACCEPT BILL-AMT.

           IF BILL-AMT NOT > 0
               DISPLAY "Invalid amount"
           ELSE
               OPEN I-O ACCOUNT-MASTER
               CALL "FILERR" USING "BILLPAY " "ACCTMAST"
                   WS-ACCTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF

               MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Account not found"
                   NOT INVALID KEY
                       PERFORM CHECK-THE-PAYER
               END-READ

               CLOSE ACCOUNT-MASTER
           END-IF.

      * BILLERS ARE SETTLED IN HOME CURRENCY, SO ONLY THE
      * CUSTOMER'S OWN HOME-CURRENCY ACCOUNTS MAY PAY THEM.
       CHECK-THE-PAYER.
           PERFORM CHECK-DECEASED-REGISTER
           EVALUATE TRUE
               WHEN ACM-CUSTOMER-ID NOT = CUSTOMER-ID
                   DISPLAY "Payment declined - account does not"
                       " belong to the customer"
               WHEN ACM-CURRENCY-CODE NOT = SPACES
                   DISPLAY "Payment declined - bills are paid from"
                       " home-currency accounts only"
               WHEN WS-CUST-DECEASED
                   DISPLAY "Payment declined - account holder"
                       " is deceased, estate handling applies"
               WHEN ACM-ACCT-FROZEN
                   DISPLAY "Payment declined - account is frozen"
                       " under a legal order"
               WHEN ACM-ACCT-DORMANT
                   DISPLAY "Payment declined - account is dormant,"
                       " supervised reactivation required"
               WHEN NOT ACM-ACCT-ACTIVE
                   DISPLAY "Payment declined - account is not active"
               WHEN OTHER
                   PERFORM CHECK-AVAILABLE-FUNDS
           END-EVALUATE.

      * A DECEASED CUSTOMER'S ACCOUNTS TAKE NO DEBITS - THE
      * ESTATE RELEASE IS THE ONLY WAY MONEY LEAVES.
       CHECK-DECEASED-REGISTER.
           MOVE "N" TO WS-DECEASED-FLAG
           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLPAY " "DECREG"
               WS-DECREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           SET WS-CUST-DECEASED TO TRUE
                       END-IF
               END-READ
               CLOSE DECEASED-REGISTER
           END-IF.

      * SAME AVAILABLE-BALANCE RULE AS WITHDRAWAL: UNCLEARED
      * CHEQUE CREDITS AND ACTIVE HOLDS ARE NOT SPENDABLE.
       CHECK-AVAILABLE-FUNDS.
           PERFORM LOOKUP-MIN-BAL
           PERFORM SUM-UNCLEARED-CHEQUES
           PERFORM SUM-ACTIVE-HOLDS
           PERFORM LOOKUP-OVERDRAFT-LIMIT
           COMPUTE NEW-BALANCE = ACM-BALANCE
               - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
               - BILL-AMT
           IF NEW-BALANCE < WS-BAL-FLOOR
               DISPLAY "Payment declined - below minimum balance"
           ELSE
               PERFORM APPLY-PAYMENT-DEBIT
               PERFORM RECORD-THE-PAYMENT
               PERFORM WRITE-STATEMENT-EXTRACT
               MOVE BILL-AMT TO WS-ALERT-AMOUNT
               CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID
                   "D" "BILP" "TLR" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
                   NEW-BALANCE
               DISPLAY "BILL PAID - " BILL-AMT " TO " WS-BILLER-NAME
               DISPLAY "PAYMENT REFERENCE " BPM-BILLER-ID " "
                   BPM-PAY-DATE " " BPM-SEQ
           END-IF.

       LOOKUP-MIN-BAL.
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "BILLPAY " "MINBALPM" WS-MINBALPM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           READ MIN-BAL-PARAMETER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MINBALPM-STATUS = "00"
               MOVE MBP-MIN-BAL TO MIN-BAL
           END-IF
           CLOSE MIN-BAL-PARAMETER.

      * AN APPROVED OVERDRAFT FACILITY REPLACES THE MINBALPM
      * FLOOR - THE ACCOUNT MAY RUN DOWN TO THE NEGATIVE OF ITS
      * LIMIT, SAME RULE AS WITHDRAWAL.
       LOOKUP-OVERDRAFT-LIMIT.
           MOVE MIN-BAL TO WS-BAL-FLOOR
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT OVERDRAFT-LIMITS
           IF WS-ODLIMIT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLPAY " "OVRDRLIM"
               WS-ODLIMIT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACCOUNT-NUMBER TO ODL-ACCOUNT-NUMBER
               READ OVERDRAFT-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ODL-LIMIT-ACTIVE
                          AND ODL-EXPIRY-DATE >= WS-TS-DATE
                           MOVE ODL-LIMIT-AMOUNT TO WS-OD-LIMIT
                           COMPUTE WS-BAL-FLOOR = 0 - WS-OD-LIMIT
                       END-IF
               END-READ
               CLOSE OVERDRAFT-LIMITS
           END-IF.

       SUM-UNCLEARED-CHEQUES.
           MOVE 0 TO WS-UNCLEARED-TOTAL
           MOVE "N" TO WS-CHQ-EOF-FLAG
           OPEN INPUT CHEQUE-CLEARING-FILE
           IF WS-CHQCLR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLPAY " "CHQCLR" WS-CHQCLR-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-CLEARING
                   READ CHEQUE-CLEARING-FILE NEXT RECORD
                       AT END SET END-OF-CLEARING TO TRUE
                       NOT AT END
                           IF CHQ-UNCLEARED
                              AND CHQ-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                               ADD CHQ-AMOUNT TO WS-UNCLEARED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-CLEARING-FILE
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           MOVE "N" TO WS-HOLD-EOF-FLAG
           OPEN INPUT ACCOUNT-HOLDS
           IF WS-HOLDFILE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLPAY " "HOLDFILE"
               WS-HOLDFILE-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
               MOVE 0 TO HLD-HOLD-SEQ
               START ACCOUNT-HOLDS KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM UNTIL END-OF-HOLDS
                   READ ACCOUNT-HOLDS NEXT RECORD
                       AT END SET END-OF-HOLDS TO TRUE
                       NOT AT END
                           IF HLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                               SET END-OF-HOLDS TO TRUE
                           ELSE
                               IF HLD-HOLD-ACTIVE
                                  AND HLD-EXPIRY-DATE >= WS-TS-DATE
                                   ADD HLD-HOLD-AMOUNT
                                       TO WS-HELD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HOLDS
           END-IF.

      * THE DEBIT LEAVES THE CUSTOMER LIABILITY FOR BILL
      * PAYMENTS PAYABLE, WHERE IT SITS UNTIL BILLSETL PAYS
      * THE BILLER.
       APPLY-PAYMENT-DEBIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE NEW-BALANCE = ACM-BALANCE - BILL-AMT
           MOVE NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "BILLPAY " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "BILLPAY" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE BILL-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "BILLPAY " "PAYMENT " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "BILLPAY " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT.

       RECORD-THE-PAYMENT.
           OPEN I-O BILL-PAYMENTS
           IF WS-BILLPMT-STATUS = "35"
               OPEN OUTPUT BILL-PAYMENTS
               CLOSE BILL-PAYMENTS
               OPEN I-O BILL-PAYMENTS
           END-IF
           CALL "FILERR" USING "BILLPAY " "BILLPMT" WS-BILLPMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-PAYMENT-SEQ

           MOVE WS-REF-BILLER-ID  TO BPM-BILLER-ID
           MOVE WS-TS-DATE        TO BPM-PAY-DATE
           MOVE WS-PAYMENT-SEQ    TO BPM-SEQ
           MOVE WS-REF-CONSUMER   TO BPM-CONSUMER-REF
           MOVE ACCOUNT-NUMBER    TO BPM-ACCOUNT-NUMBER
           MOVE CUSTOMER-ID       TO BPM-CUSTOMER-ID
           MOVE BILL-AMT          TO BPM-AMOUNT
           MOVE "TLR"             TO BPM-CHANNEL-CODE
           MOVE 0                 TO BPM-SCHEDULE-ID
           MOVE WS-OPERATOR-ID    TO BPM-OPERATOR-ID
           SET BPM-PENDING        TO TRUE
           MOVE 0                 TO BPM-SETTLED-DATE
           WRITE BILL-PAYMENT-RECORD
           CALL "FILERR" USING "BILLPAY " "BILLPMT" WS-BILLPMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE BILL-PAYMENTS.

      * SEQUENCES RUN PER BILLER PER DAY - THE LAST ROW ALREADY
      * TAKEN FOR THE BILLER TODAY GIVES THE NEXT NUMBER.
       FIND-NEXT-PAYMENT-SEQ.
           MOVE 0 TO WS-PAYMENT-SEQ
           MOVE "N" TO WS-PMT-EOF-FLAG
           MOVE WS-REF-BILLER-ID TO BPM-BILLER-ID
           MOVE WS-TS-DATE       TO BPM-PAY-DATE
           MOVE 0                TO BPM-SEQ
           START BILL-PAYMENTS KEY IS NOT LESS THAN BPM-KEY
               INVALID KEY SET END-OF-PAYMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-PAYMENTS
               READ BILL-PAYMENTS NEXT RECORD
                   AT END SET END-OF-PAYMENTS TO TRUE
                   NOT AT END
                       IF BPM-BILLER-ID NOT = WS-REF-BILLER-ID
                          OR BPM-PAY-DATE NOT = WS-TS-DATE
                           SET END-OF-PAYMENTS TO TRUE
                       ELSE
                           MOVE BPM-SEQ TO WS-PAYMENT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PAYMENT-SEQ.

      * THE REFERENCE CARRIES THE BILLER ID AND CONSUMER NUMBER,
      * SO STMTGEN CAN PRINT THE BILLER'S NAME BESIDE THE
      * CUSTOMER'S OWN REFERENCE.
       WRITE-STATEMENT-EXTRACT.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "BILLPAY " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL  TO TRUE
           MOVE BILL-AMT       TO STX-TRANS-AMOUNT
           MOVE NEW-BALANCE    TO STX-NEW-BALANCE
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "BILP" TO STX-TRANS-CODE
           MOVE WS-BILL-REFERENCE TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.

      * THE DEBIT ACCOUNT IS CHECKED FOR OWNERSHIP AND CURRENCY
      * NOW; THE BALANCE CHECKS ARE LEFT TO BILLRUN ON THE NIGHT.
       SET-UP-SCHEDULE.
           DISPLAY "ENTER DEBIT ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           DISPLAY "ENTER AMOUNT: ".
           ACCEPT BILL-AMT.

           DISPLAY "ENTER O=ONE-TIME, M=MONTHLY: ".
           ACCEPT WS-FREQUENCY.

           DISPLAY "ENTER PAYMENT DATE (YYYYMMDD): ".
           ACCEPT WS-FIRST-DUE-DATE.

           IF WS-FREQUENCY = "M"
               DISPLAY "ENTER LAST PAYMENT DATE (YYYYMMDD): "
               ACCEPT WS-EXPIRY-DATE
           ELSE
               MOVE WS-FIRST-DUE-DATE TO WS-EXPIRY-DATE
           END-IF

           MOVE WS-FREQUENCY TO BSC-FREQUENCY
           EVALUATE TRUE
               WHEN BILL-AMT NOT > 0
                   DISPLAY "Invalid amount"
               WHEN NOT BSC-FREQUENCY-VALID
                   DISPLAY "Invalid frequency"
               WHEN WS-FIRST-DUE-DATE NOT > WS-TS-DATE
                   DISPLAY "Payment date must be after today -"
                       " use pay now for today"
               WHEN WS-EXPIRY-DATE < WS-FIRST-DUE-DATE
                   DISPLAY "Last payment date is before the first"
               WHEN OTHER
                   PERFORM CHECK-SCHEDULE-ACCOUNT
           END-EVALUATE.

       CHECK-SCHEDULE-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "BILLPAY " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACM-CUSTOMER-ID NOT = CUSTOMER-ID
                           DISPLAY "Schedule refused - account does"
                               " not belong to the customer"
                       WHEN ACM-CURRENCY-CODE NOT = SPACES
                           DISPLAY "Schedule refused - bills are paid"
                               " from home-currency accounts only"
                       WHEN ACM-ACCT-CLOSED
                           DISPLAY "Schedule refused - account is"
                               " closed"
                       WHEN OTHER
                           PERFORM WRITE-THE-SCHEDULE
                   END-EVALUATE
           END-READ

           CLOSE ACCOUNT-MASTER.

       WRITE-THE-SCHEDULE.
           OPEN I-O BILL-SCHEDULES
           IF WS-BILLSCHD-STATUS = "35"
               OPEN OUTPUT BILL-SCHEDULES
               CLOSE BILL-SCHEDULES
               OPEN I-O BILL-SCHEDULES
           END-IF
           CALL "FILERR" USING "BILLPAY " "BILLSCHD" WS-BILLSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-SCHEDULE-ID

           MOVE WS-SCHEDULE-ID    TO BSC-SCHEDULE-ID
           MOVE CUSTOMER-ID       TO BSC-CUSTOMER-ID
           MOVE WS-PAYEE-SEQ      TO BSC-PAYEE-SEQ
           MOVE ACCOUNT-NUMBER    TO BSC-DEBIT-ACCOUNT
           MOVE BILL-AMT          TO BSC-AMOUNT
           MOVE WS-FREQUENCY      TO BSC-FREQUENCY
           MOVE WS-FIRST-DUE-DATE TO BSC-NEXT-DUE-DATE
           MOVE WS-EXPIRY-DATE    TO BSC-EXPIRY-DATE
           SET BSC-ACTIVE         TO TRUE
           MOVE 0                 TO BSC-LAST-PAID-DATE
           MOVE WS-TS-DATE        TO BSC-SET-DATE
           MOVE WS-OPERATOR-ID    TO BSC-SET-BY
           WRITE BILL-SCHEDULE-RECORD
           CALL "FILERR" USING "BILLPAY " "BILLSCHD" WS-BILLSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE BILL-SCHEDULES

           DISPLAY "SCHEDULE " WS-SCHEDULE-ID " SET - " BILL-AMT
               " TO " WS-BILLER-NAME " FROM " WS-FIRST-DUE-DATE.

       FIND-NEXT-SCHEDULE-ID.
           MOVE 0 TO WS-SCHEDULE-ID
           MOVE "N" TO WS-SCHD-EOF-FLAG
           MOVE 0 TO BSC-SCHEDULE-ID
           START BILL-SCHEDULES KEY IS GREATER THAN BSC-SCHEDULE-ID
               INVALID KEY SET END-OF-SCHEDULES TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCHEDULES
               READ BILL-SCHEDULES NEXT RECORD
                   AT END SET END-OF-SCHEDULES TO TRUE
                   NOT AT END
                       MOVE BSC-SCHEDULE-ID TO WS-SCHEDULE-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-SCHEDULE-ID.

       CANCEL-THE-SCHEDULE.
           DISPLAY "ENTER SCHEDULE ID TO CANCEL: ".
           ACCEPT WS-SCHEDULE-ID.

           OPEN I-O BILL-SCHEDULES
           IF WS-BILLSCHD-STATUS = "35"
               DISPLAY "No bill payment schedules on file"
           ELSE
               CALL "FILERR" USING "BILLPAY " "BILLSCHD"
                   WS-BILLSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-SCHEDULE-ID TO BSC-SCHEDULE-ID
               READ BILL-SCHEDULES
                   INVALID KEY
                       DISPLAY "Schedule not found"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BSC-CUSTOMER-ID NOT = CUSTOMER-ID
                               DISPLAY "Schedule belongs to another"
                                   " customer"
                           WHEN NOT BSC-ACTIVE
                               DISPLAY "Schedule is not active"
                           WHEN OTHER
                               SET BSC-CANCELLED TO TRUE
                               REWRITE BILL-SCHEDULE-RECORD
                               CALL "FILERR" USING "BILLPAY "
                                   "BILLSCHD" WS-BILLSCHD-STATUS
                                   WS-ABEND-FLAG
                               IF WS-ABEND
                                   STOP RUN
                               END-IF
                               DISPLAY "SCHEDULE " WS-SCHEDULE-ID
                                   " CANCELLED"
                       END-EVALUATE
               END-READ
               CLOSE BILL-SCHEDULES
           END-IF.

       LIST-THE-SCHEDULES.
           OPEN INPUT BILL-SCHEDULES
           IF WS-BILLSCHD-STATUS = "35"
               DISPLAY "No bill payment schedules on file"
           ELSE
               CALL "FILERR" USING "BILLPAY " "BILLSCHD"
                   WS-BILLSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-SCHD-EOF-FLAG
               PERFORM UNTIL END-OF-SCHEDULES
                   READ BILL-SCHEDULES NEXT RECORD
                       AT END SET END-OF-SCHEDULES TO TRUE
                       NOT AT END
                           IF BSC-CUSTOMER-ID = CUSTOMER-ID
                               DISPLAY "  " BSC-SCHEDULE-ID
                                   " PAYEE " BSC-PAYEE-SEQ
                                   " " BSC-DEBIT-ACCOUNT
                                   " " BSC-AMOUNT
                                   " " BSC-FREQUENCY
                                   " NEXT " BSC-NEXT-DUE-DATE
                                   " " BSC-STATUS
                               ADD 1 TO WS-LISTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-SCHEDULES
               DISPLAY WS-LISTED-COUNT " SCHEDULE(S) ON FILE"
           END-IF.
