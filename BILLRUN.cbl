       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRUN.

      *****************************************************
      * Nightly scheduled bill payment run. Picks up each    *
      * active BILLSCHD schedule due on or before the         *
      * processing date and pays it from the debit account     *
      * with the same checks the counter payment makes - live   *
      * payee and biller, consumer number still passing the      *
      * biller's rule, deceased holder, freeze, dormancy, holds,  *
      * uncleared cheques, MINBALPM floor or overdraft limit. A    *
      * paid schedule is advanced (a one-time schedule is done, a   *
      * monthly one moves a month on until it expires); a failed one *
      * is reported on BILLFAIL and keeps its due date for tomorrow's *
      * retry.                                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-SCHEDULES ASSIGN TO "BILLSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BSC-SCHEDULE-ID
               FILE STATUS WS-BILLSCHD-STATUS.

           SELECT BILL-PAYEES ASSIGN TO "BILLPAYE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BPE-KEY
               FILE STATUS WS-BILLPAYE-STATUS.

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

           SELECT BILL-FAILURE-REPORT ASSIGN TO "BILLFAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BILLFAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-SCHEDULES.
       COPY "BILLSCHD.cpy".

       FD  BILL-PAYEES.
       COPY "BILLPAYE.cpy".

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

       FD  BILL-FAILURE-REPORT.
       01 BILL-FAILURE-LINE.
          05 BFL-SCHEDULE-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BFL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BFL-DEBIT-ACCOUNT      PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BFL-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BFL-REASON             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BILLSCHD-STATUS  PIC XX.
       01 WS-BILLPAYE-STATUS  PIC XX.
       01 WS-BILLPMT-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-BILLFAIL-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-SCHEDULES VALUE "Y".
       01 WS-CHQ-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-CLEARING  VALUE "Y".
       01 WS-HOLD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HOLDS     VALUE "Y".
       01 WS-PMT-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-DECEASED-FLAG    PIC X      VALUE "N".
          88 WS-CUST-DECEASED VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-SCHEDULE-OK   VALUE "Y".
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
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-PAYMENT-SEQ      PIC 9(6).
       01 WS-BILL-REFERENCE.
          05 WS-REF-BILLER-ID PIC X(4).
          05 WS-REF-CONSUMER  PIC X(12).
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-DUE-COUNT        PIC 9(7)   VALUE 0.
       01 WS-PAID-COUNT       PIC 9(7)   VALUE 0.
       01 WS-FAILED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-EXPIRED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-DUE-DATE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
          05 WS-DUE-DD        PIC 9(2).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           IF WS-BILLSCHD-STATUS = "35"
               DISPLAY "NO BILL PAYMENT SCHEDULES ON FILE"
           ELSE
               PERFORM READ-NEXT-SCHEDULE
               PERFORM UNTIL END-OF-SCHEDULES
                   IF BSC-ACTIVE
                      AND BSC-NEXT-DUE-DATE <= WS-TS-DATE
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM EXECUTE-ONE-SCHEDULE
                   END-IF
                   PERFORM READ-NEXT-SCHEDULE
               END-PERFORM
               CLOSE BILL-SCHEDULES
           END-IF

           DISPLAY "BILL PAYMENT RUN COMPLETE - DUE "
               WS-DUE-COUNT " PAID " WS-PAID-COUNT
               " FAILED " WS-FAILED-COUNT
               " EXPIRED " WS-EXPIRED-COUNT

           CLOSE ACCOUNT-MASTER
           CLOSE BILL-PAYMENTS
           CLOSE STATEMENT-EXTRACT
           CLOSE BILL-FAILURE-REPORT

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O BILL-SCHEDULES
           IF WS-BILLSCHD-STATUS NOT = "35"
               CALL "FILERR" USING "BILLRUN " "BILLSCHD"
                   WS-BILLSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "BILLRUN " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O BILL-PAYMENTS
           IF WS-BILLPMT-STATUS = "35"
               OPEN OUTPUT BILL-PAYMENTS
               CLOSE BILL-PAYMENTS
               OPEN I-O BILL-PAYMENTS
           END-IF
           CALL "FILERR" USING "BILLRUN " "BILLPMT" WS-BILLPMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "BILLRUN " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT BILL-FAILURE-REPORT
           CALL "FILERR" USING "BILLRUN " "BILLFAIL" WS-BILLFAIL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-SCHEDULE.
           READ BILL-SCHEDULES NEXT RECORD
               AT END SET END-OF-SCHEDULES TO TRUE
           END-READ.

      * A SCHEDULE PAST ITS LAST PAYMENT DATE IS RETIRED WITHOUT
      * PAYING - CANCELLED STATUS SO THE CUSTOMER'S LIST SHOWS
      * WHY IT STOPPED.
       EXECUTE-ONE-SCHEDULE.
           IF BSC-EXPIRY-DATE < WS-TS-DATE
               SET BSC-CANCELLED TO TRUE
               PERFORM REWRITE-SCHEDULE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "Y" TO WS-OK-FLAG
               PERFORM VALIDATE-THE-PAYEE
               IF WS-SCHEDULE-OK
                   PERFORM VALIDATE-DEBIT-ACCOUNT
               END-IF
               IF WS-SCHEDULE-OK
                   PERFORM APPLY-PAYMENT-DEBIT
                   PERFORM RECORD-THE-PAYMENT
                   PERFORM WRITE-STATEMENT-EXTRACT
                   MOVE BSC-AMOUNT TO WS-ALERT-AMOUNT
                   CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER
                       ACM-CUSTOMER-ID "D" "BILP" "BAT"
                       WS-ALERT-AMOUNT ACM-CURRENCY-CODE
                       WS-NEW-BALANCE
                   MOVE WS-TS-DATE TO BSC-LAST-PAID-DATE
                   PERFORM ADVANCE-NEXT-DUE
                   PERFORM REWRITE-SCHEDULE
                   ADD 1 TO WS-PAID-COUNT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF.

       REWRITE-SCHEDULE.
           REWRITE BILL-SCHEDULE-RECORD
           CALL "FILERR" USING "BILLRUN " "BILLSCHD" WS-BILLSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE PAYEE IS READ FRESH EACH NIGHT - A DELETED PAYEE, A
      * SUSPENDED BILLER OR A CHANGED NUMBER RULE STOPS THE
      * PAYMENT UNTIL THE SCHEDULE IS CANCELLED OR IT EXPIRES.
       VALIDATE-THE-PAYEE.
           OPEN INPUT BILL-PAYEES
           IF WS-BILLPAYE-STATUS = "35"
               MOVE "Payee not on file" TO BFL-REASON
               PERFORM WRITE-FAILURE-LINE
               MOVE "N" TO WS-OK-FLAG
           ELSE
               CALL "FILERR" USING "BILLRUN " "BILLPAYE"
                   WS-BILLPAYE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE BSC-CUSTOMER-ID TO BPE-CUSTOMER-ID
               MOVE BSC-PAYEE-SEQ   TO BPE-PAYEE-SEQ
               READ BILL-PAYEES
                   INVALID KEY
                       MOVE "Payee not on file" TO BFL-REASON
                       PERFORM WRITE-FAILURE-LINE
                       MOVE "N" TO WS-OK-FLAG
                   NOT INVALID KEY
                       IF BPE-DELETED
                           MOVE "Payee deleted" TO BFL-REASON
                           PERFORM WRITE-FAILURE-LINE
                           MOVE "N" TO WS-OK-FLAG
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
                   MOVE BPE-BILLER-ID    TO WS-REF-BILLER-ID
                   MOVE BPE-CONSUMER-REF TO WS-REF-CONSUMER
               WHEN WS-NO-BILLER
                   MOVE "Biller not on file" TO BFL-REASON
                   PERFORM WRITE-FAILURE-LINE
                   MOVE "N" TO WS-OK-FLAG
               WHEN WS-BILLER-SUSPENDED
                   MOVE "Biller suspended" TO BFL-REASON
                   PERFORM WRITE-FAILURE-LINE
                   MOVE "N" TO WS-OK-FLAG
               WHEN OTHER
                   MOVE "Consumer number fails rule" TO BFL-REASON
                   PERFORM WRITE-FAILURE-LINE
                   MOVE "N" TO WS-OK-FLAG
           END-EVALUATE.

       VALIDATE-DEBIT-ACCOUNT.
           MOVE BSC-DEBIT-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Debit account not found" TO BFL-REASON
                   PERFORM WRITE-FAILURE-LINE
                   MOVE "N" TO WS-OK-FLAG
               NOT INVALID KEY
                   PERFORM CHECK-DECEASED-REGISTER
                   EVALUATE TRUE
                       WHEN ACM-CURRENCY-CODE NOT = SPACES
                           MOVE "Debit account not home currency"
                               TO BFL-REASON
                       WHEN WS-CUST-DECEASED
                           MOVE "Account holder deceased"
                               TO BFL-REASON
                       WHEN ACM-ACCT-FROZEN
                           MOVE "Debit account frozen" TO BFL-REASON
                       WHEN ACM-ACCT-DORMANT
                           MOVE "Debit account dormant" TO BFL-REASON
                       WHEN NOT ACM-ACCT-ACTIVE
                           MOVE "Debit account not active"
                               TO BFL-REASON
                       WHEN OTHER
                           MOVE SPACES TO BFL-REASON
                           PERFORM CHECK-AVAILABLE-FUNDS
                   END-EVALUATE
                   IF BFL-REASON NOT = SPACES
                       PERFORM WRITE-FAILURE-LINE
                       MOVE "N" TO WS-OK-FLAG
                   END-IF
           END-READ.

      * A DECEASED CUSTOMER'S SCHEDULES STOP PAYING - THE FAILURE
      * LINE TELLS THE DESK WHY, AND THE SCHEDULE KEEPS ITS DUE
      * DATE UNTIL THE ESTATE IS HANDLED OR IT EXPIRES.
       CHECK-DECEASED-REGISTER.
           MOVE "N" TO WS-DECEASED-FLAG
           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLRUN " "DECREG"
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
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE
               - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
               - BSC-AMOUNT
           IF WS-NEW-BALANCE < WS-BAL-FLOOR
               MOVE "Below minimum balance" TO BFL-REASON
           END-IF.

       LOOKUP-MIN-BAL.
           MOVE 1000 TO MIN-BAL
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "BILLRUN " "MINBALPM" WS-MINBALPM-STATUS
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

      * AN APPROVED OVERDRAFT FACILITY ON THE DEBIT ACCOUNT
      * REPLACES THE MINBALPM FLOOR - THE BALANCE MAY RUN DOWN
      * TO THE NEGATIVE OF ITS LIMIT, SAME RULE AS WITHDRAWAL.
       LOOKUP-OVERDRAFT-LIMIT.
           MOVE MIN-BAL TO WS-BAL-FLOOR
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT OVERDRAFT-LIMITS
           IF WS-ODLIMIT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BILLRUN " "OVRDRLIM"
               WS-ODLIMIT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE BSC-DEBIT-ACCOUNT TO ODL-ACCOUNT-NUMBER
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
               CALL "FILERR" USING "BILLRUN " "CHQCLR" WS-CHQCLR-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-CLEARING
                   READ CHEQUE-CLEARING-FILE NEXT RECORD
                       AT END SET END-OF-CLEARING TO TRUE
                       NOT AT END
                           IF CHQ-UNCLEARED
                              AND CHQ-ACCOUNT-NUMBER
                                  = BSC-DEBIT-ACCOUNT
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
               CALL "FILERR" USING "BILLRUN " "HOLDFILE"
               WS-HOLDFILE-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE BSC-DEBIT-ACCOUNT TO HLD-ACCOUNT-NUMBER
               MOVE 0 TO HLD-HOLD-SEQ
               START ACCOUNT-HOLDS KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM UNTIL END-OF-HOLDS
                   READ ACCOUNT-HOLDS NEXT RECORD
                       AT END SET END-OF-HOLDS TO TRUE
                       NOT AT END
                           IF HLD-ACCOUNT-NUMBER
                              NOT = BSC-DEBIT-ACCOUNT
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

       APPLY-PAYMENT-DEBIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - BSC-AMOUNT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "BILLRUN " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "BILLRUN" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE BSC-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "BILLRUN " "PAYMENT " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "BILLRUN " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT.

       RECORD-THE-PAYMENT.
           PERFORM FIND-NEXT-PAYMENT-SEQ

           MOVE WS-REF-BILLER-ID  TO BPM-BILLER-ID
           MOVE WS-TS-DATE        TO BPM-PAY-DATE
           MOVE WS-PAYMENT-SEQ    TO BPM-SEQ
           MOVE WS-REF-CONSUMER   TO BPM-CONSUMER-REF
           MOVE BSC-DEBIT-ACCOUNT TO BPM-ACCOUNT-NUMBER
           MOVE BSC-CUSTOMER-ID   TO BPM-CUSTOMER-ID
           MOVE BSC-AMOUNT        TO BPM-AMOUNT
           MOVE "BAT"             TO BPM-CHANNEL-CODE
           MOVE BSC-SCHEDULE-ID   TO BPM-SCHEDULE-ID
           MOVE "BATCH"           TO BPM-OPERATOR-ID
           SET BPM-PENDING        TO TRUE
           MOVE 0                 TO BPM-SETTLED-DATE
           WRITE BILL-PAYMENT-RECORD
           CALL "FILERR" USING "BILLRUN " "BILLPMT" WS-BILLPMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * SEQUENCES RUN PER BILLER PER DAY, SHARED WITH THE
      * COUNTER - THE LAST ROW TAKEN FOR THE BILLER TODAY GIVES
      * THE NEXT NUMBER.
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

       WRITE-STATEMENT-EXTRACT.
           MOVE BSC-DEBIT-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL     TO TRUE
           MOVE BSC-AMOUNT        TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE    TO STX-NEW-BALANCE
           MOVE WS-TS-DATE        TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME        TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "BILP" TO STX-TRANS-CODE
           MOVE WS-BILL-REFERENCE TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-FAILURE-LINE.
           MOVE BSC-SCHEDULE-ID   TO BFL-SCHEDULE-ID
           MOVE BSC-CUSTOMER-ID   TO BFL-CUSTOMER-ID
           MOVE BSC-DEBIT-ACCOUNT TO BFL-DEBIT-ACCOUNT
           MOVE BSC-AMOUNT        TO BFL-AMOUNT
           WRITE BILL-FAILURE-LINE.

      * DUE DATES ADVANCE FROM THE DUE DATE ITSELF, SO A PAYMENT
      * MADE LATE AFTER A FAILED NIGHT STAYS ON ITS CYCLE. A
      * SCHEDULE WITH NO PAYMENT LEFT BEFORE ITS LAST DATE IS DONE.
       ADVANCE-NEXT-DUE.
           IF BSC-ONE-TIME
               SET BSC-COMPLETED TO TRUE
           ELSE
               MOVE BSC-NEXT-DUE-DATE TO WS-DUE-DATE-SPLIT
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
               IF WS-DUE-DD > 28
                   MOVE 28 TO WS-DUE-DD
               END-IF
               MOVE WS-DUE-DATE-SPLIT TO BSC-NEXT-DUE-DATE
               IF BSC-NEXT-DUE-DATE > BSC-EXPIRY-DATE
                   SET BSC-COMPLETED TO TRUE
               END-IF
           END-IF.
