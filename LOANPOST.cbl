
      *****************************************************
      * Nightly loan repayment posting. Matches the day's    *
      * repayment feed against the oldest open installments,  *
      * taking any penal interest and late charge a line owes  *
      * ahead of its EMI; reduces the loan master balance by    *
      * the principal portion and writes the principal/interest  *
      * split to the GL feed. Then it ages the book: an           *
      * installment unpaid past its due date takes the FEESCHED    *
      * late charge once and bumps ACM-MISSED-PAYMENTS on the       *
      * linked account (paying it takes the bump back). Money in on  *
      * a written-off loan goes to recovery income and the LNWOFF     *
      * memorandum row.                                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LOANPRJ-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO "LNWOFF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LWO-CUSTOMER-ID
               FILE STATUS WS-LNWOFF-STATUS.

           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LNACCRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT FEE-EVENT-REGISTER ASSIGN TO "FEEEVREG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEEEVREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-PAYMENTS.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRJ-REASON             PIC X(30).

       FD  WRITEOFF-REGISTER.
       COPY "LNWOFF.cpy".

       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  FEE-EVENT-REGISTER.
       01 FEE-EVENT-RECORD.
          05 FEV-POSTING-DATE       PIC 9(8).
          05 FEV-BRANCH             PIC X(4).
          05 FEV-ACCOUNT-NUMBER     PIC 9(10).
          05 FEV-ACCOUNT-TYPE       PIC X(2).
          05 FEV-EVENT-CODE         PIC X(4).
          05 FEV-FEE-AMOUNT         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-LOANPAY-STATUS   PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LOANGL-STATUS    PIC XX.
       01 WS-LOANPRJ-STATUS   PIC XX.
       01 WS-LNWOFF-STATUS    PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
       01 WS-WALK-TRIES       PIC 9(2).
       01 WS-PAYOFF-PRINCIPAL PIC 9(9)V99.
       01 WS-PAYOFF-INTEREST  PIC 9(9)V99.
       01 WS-PAYOFF-CHARGES   PIC 9(9)V99.
      * FLAT LATE CHARGE FROM FEESCHED (LN / LATE), LEVIED ONCE ON
      * EACH INSTALLMENT AS IT AGES TO ARREARS.
       01 WS-LATE-FEE         PIC 9(5)V99 VALUE 0.
       01 WS-TAKE-AMOUNT      PIC 9(9)V99.
       01 WS-CHARGES-TAKEN    PIC 9(9)V99.
       01 WS-CHARGES-COLLECTED PIC 9(9)V99.
       01 WS-CHARGES-WAIVED   PIC 9(9)V99.
       01 WS-NA-FLAG          PIC X.
          88 WS-LOAN-NON-ACCRUAL VALUE "Y".
       01 WS-POSTED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-ARREARS-COUNT    PIC 9(7)   VALUE 0.
       01 WS-RECOVERY-COUNT   PIC 9(7)   VALUE 0.
       01 WS-LATE-COUNT       PIC 9(7)   VALUE 0.
       01 WS-WRITEOFF-FLAG    PIC X.
          88 WS-LOAN-WRITTEN-OFF VALUE "Y".
       01 WS-STILL-OWED       PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-MATCH-FLAG       PIC X.
          88 WS-MATCHED-SOME  VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4).
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99.
       01 WS-LTX-INTEREST     PIC 9(9)V99.
       01 WS-LTX-CHARGES      PIC 9(9)V99.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           DISPLAY "LOAN POSTING COMPLETE - POSTED "
               WS-POSTED-COUNT " REJECTED " WS-REJECTED-COUNT
               " NEW ARREARS " WS-ARREARS-COUNT
               " RECOVERIES " WS-RECOVERY-COUNT
               " LATE CHARGES " WS-LATE-COUNT

           IF WS-LOANPAY-STATUS NOT = "35"
               CLOSE LOAN-PAYMENTS
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-GL-SPLIT
           CLOSE PAYMENT-REJECTS
           IF WS-LNWOFF-STATUS NOT = "35"
               CLOSE WRITEOFF-REGISTER
           END-IF
           IF WS-LNACCRL-STATUS NOT = "35"
               CLOSE LOAN-ACCRUAL-FILE
           END-IF
           CLOSE FEE-EVENT-REGISTER

           STOP RUN.

               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO WRITE-OFF REGISTER MEANS NO LOAN HAS EVER BEEN WRITTEN
      * OFF - EVERY PAYMENT POSTS THE ORDINARY WAY.
           OPEN I-O WRITEOFF-REGISTER
           IF WS-LNWOFF-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LOANPOST" "LNWOFF"
                   WS-LNWOFF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

      * NO ACCRUAL FILE YET MEANS NO LOAN HAS GONE NON-ACCRUAL.
           OPEN INPUT LOAN-ACCRUAL-FILE
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LOANPOST" "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               OPEN OUTPUT FEE-EVENT-REGISTER
           END-IF
           CALL "FILERR" USING "LOANPOST" "FEEEVREG"
               WS-FEEEVREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM LOOK-UP-LATE-FEE.

      * NO FEE SCHEDULE, OR NO LATE ROW FOR THE LOAN BOOK, MEANS
      * NO LATE CHARGE - PENAL INTEREST STILL ACCRUES IN LNINTACC.
       LOOK-UP-LATE-FEE.
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LOANPOST" "FEESCHED"
                   WS-FEESCHED-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "LN"   TO FSC-ACCOUNT-TYPE
               MOVE "LATE" TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FSC-FEE-AMOUNT TO WS-LATE-FEE
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF.

       READ-PAYMENT-RECORD.
                   MOVE "No loan on file" TO PRJ-REASON
                   PERFORM WRITE-PAYMENT-REJECT
               NOT INVALID KEY
                   PERFORM CHECK-WRITTEN-OFF
                   EVALUATE TRUE
                       WHEN WS-LOAN-WRITTEN-OFF
                           PERFORM POST-ONE-RECOVERY
                       WHEN LPY-PAYOFF
                           PERFORM SETTLE-FULL-PAYOFF
                       WHEN OTHER
                           PERFORM SETTLE-INSTALLMENTS
                   END-EVALUATE
           END-READ.

      * A LOAN IS TREATED AS WRITTEN OFF WHILE ITS MEMORANDUM ROW
      * IS STILL OPEN AND NOTHING IS BACK ON BOOK - A BORROWER
      * WITH A NEWER LOAN SINCE REPAYS THAT ONE THE ORDINARY WAY.
       CHECK-WRITTEN-OFF.
           MOVE "N" TO WS-WRITEOFF-FLAG
           IF WS-LNWOFF-STATUS = "35"
               CONTINUE
           ELSE
               MOVE LPY-CUSTOMER-ID TO LWO-CUSTOMER-ID
               READ WRITEOFF-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LWO-WRITTEN-OFF
                          AND LNM-EXISTING-LOAN-BAL = 0
                           SET WS-LOAN-WRITTEN-OFF TO TRUE
                       END-IF
               END-READ
           END-IF.

      * MONEY IN ON A WRITTEN-OFF LOAN IS RECOVERY INCOME, NOT A
      * REDUCTION OF THE LOAN ASSET - THE ASSET LEFT THE BOOKS AT
      * WRITE-OFF. IT POSTS STRAIGHT TO THE GL, NOT TO THE LOANGL
      * SPLIT, AND THE SCHEDULE IS NOT TOUCHED. THE ROW CLOSES
      * ONCE THE WHOLE AMOUNT STILL OWED HAS COME BACK.
       POST-ONE-RECOVERY.
           MOVE LPY-PAYMENT-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LOANPOST" "RECOVERY" "LN"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "LOANPOST" "HO  " "LN"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           ADD LPY-PAYMENT-AMT TO LWO-RECOVERED-AMT
           MOVE WS-TS-DATE TO LWO-LAST-RECOVERY-DATE
           COMPUTE WS-STILL-OWED = LWO-PRINCIPAL-AMT
               + LWO-INTEREST-AMT + LWO-MEMO-INTEREST
           IF LWO-RECOVERED-AMT NOT < WS-STILL-OWED
               SET LWO-FULLY-RECOVERED TO TRUE
           END-IF
           REWRITE LOAN-WRITEOFF-RECORD
           CALL "FILERR" USING "LOANPOST" "LNWOFF" WS-LNWOFF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE "RCVY"          TO WS-LTX-EVENT
           MOVE LPY-PAYMENT-AMT TO WS-LTX-TRANS-AMT
           MOVE 0               TO WS-LTX-PRINCIPAL
           MOVE 0               TO WS-LTX-INTEREST
           MOVE 0               TO WS-LTX-CHARGES
           MOVE LPY-TRANS-SEQ   TO WS-LTX-REFERENCE
           PERFORM LOG-LOAN-EVENT

           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-RECOVERY-COUNT.

      * A PAYOFF CLEARS THE WHOLE LOAN AT THE QUOTED FIGURE:
      * EVERY REMAINING INSTALLMENT IS MARKED SETTLED (THE
      * HISTORY OF THE ORIGINAL SCHEDULE SURVIVES), THE MASTER
      * BALANCE GOES TO ZERO, THE MISSED-PAYMENT COUNT ON THE
      * LINKED ACCOUNT CLEARS, AND THE GL SPLIT CARRIES THE
      * FULL PRINCIPAL AGAINST THE PAYMENT'S INTEREST REMNANT.
      * PENAL INTEREST AND LATE CHARGES STILL OWED ON ANY LINE
      * COME OUT OF THE REMNANT FIRST; WHAT THE REMNANT CANNOT
      * COVER IS WAIVED, SINCE THE LINES CARRYING IT ARE CLOSED.
       SETTLE-FULL-PAYOFF.
           MOVE 0 TO WS-SETTLED-COUNT
           MOVE 0 TO WS-PAYOFF-CHARGES
           MOVE "N" TO WS-SCHED-EOF-FLAG
           MOVE LPY-CUSTOMER-ID TO LSC-CUSTOMER-ID
           MOVE 0 TO LSC-INSTALL-NO
                           SET END-OF-SCHEDULE TO TRUE
                       ELSE
                           IF LSC-INSTALL-OPEN
                              OR LSC-PENAL-ACCRUED > 0
                              OR LSC-LATE-CHARGE > 0
                               PERFORM SETTLE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
               MOVE 0 TO WS-PAYOFF-INTEREST
           END-IF

           IF WS-PAYOFF-CHARGES > WS-PAYOFF-INTEREST
               MOVE WS-PAYOFF-INTEREST TO WS-CHARGES-COLLECTED
           ELSE
               MOVE WS-PAYOFF-CHARGES TO WS-CHARGES-COLLECTED
           END-IF
           SUBTRACT WS-CHARGES-COLLECTED FROM WS-PAYOFF-INTEREST
           PERFORM POST-CHARGES-COLLECTED
           PERFORM WAIVE-PAYOFF-SHORTFALL

           MOVE 0 TO LNM-EXISTING-LOAN-BAL
           REWRITE LOAN-MASTER-RECORD
           CALL "FILERR" USING "LOANPOST" "LOANMAST"
               STOP RUN
           END-IF

           MOVE "PAYO"               TO WS-LTX-EVENT
           MOVE LPY-PAYMENT-AMT      TO WS-LTX-TRANS-AMT
           MOVE WS-PAYOFF-PRINCIPAL  TO WS-LTX-PRINCIPAL
           MOVE WS-PAYOFF-INTEREST   TO WS-LTX-INTEREST
           MOVE WS-CHARGES-COLLECTED TO WS-LTX-CHARGES
           MOVE LPY-TRANS-SEQ        TO WS-LTX-REFERENCE
           PERFORM LOG-LOAN-EVENT

           MOVE LPY-CUSTOMER-ID       TO LGL-CUSTOMER-ID
           MOVE 999                   TO LGL-INSTALL-NO
           MOVE WS-PAYOFF-PRINCIPAL   TO LGL-PRINCIPAL-PORTION
           DISPLAY "LOAN PAID OFF FOR " LPY-CUSTOMER-ID " - "
               WS-SETTLED-COUNT " INSTALLMENT(S) SETTLED".

       SETTLE-ONE-LINE.
           ADD LSC-PENAL-ACCRUED TO WS-PAYOFF-CHARGES
           ADD LSC-LATE-CHARGE   TO WS-PAYOFF-CHARGES
           MOVE 0 TO LSC-PENAL-ACCRUED
           MOVE 0 TO LSC-LATE-CHARGE
           IF LSC-INSTALL-OPEN
               SET LSC-INSTALL-SETTLED TO TRUE
               MOVE WS-TS-DATE TO LSC-PAID-DATE
               ADD 1 TO WS-SETTLED-COUNT
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD
           CALL "FILERR" USING "LOANPOST" "LOANSCHD" WS-LOANSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLEAR-PAYOFF-ARREARS.
           MOVE LNM-DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
                   PERFORM REWRITE-LINKED-ACCOUNT
           END-READ.

      * PENAL INTEREST AND THE LATE CHARGE ON A LINE ARE TAKEN
      * BEFORE THE LINE'S OWN EMI - A LINE AUTO-COLLECTED WHILE
      * STILL OWING THEM IS VISITED FOR THEM TOO.
       SETTLE-INSTALLMENTS.
           MOVE LPY-PAYMENT-AMT TO WS-REMAINING-PAY
           MOVE 0 TO WS-CHARGES-COLLECTED
           MOVE "N" TO WS-MATCH-FLAG
           MOVE "N" TO WS-SCHED-EOF-FLAG

           IF NOT END-OF-SCHEDULE
               PERFORM READ-NEXT-INSTALLMENT
               PERFORM UNTIL END-OF-SCHEDULE
                   IF LSC-INSTALL-OPEN OR LSC-INSTALL-PAID
                       PERFORM COLLECT-LINE-CHARGES
                   END-IF
                   IF LSC-INSTALL-OPEN
                      AND WS-REMAINING-PAY >= LSC-EMI-AMOUNT
                       PERFORM PAY-ONE-INSTALLMENT
               END-PERFORM
           END-IF

           PERFORM POST-CHARGES-COLLECTED
           IF WS-CHARGES-COLLECTED > 0
               MOVE "CHGC"               TO WS-LTX-EVENT
               MOVE WS-CHARGES-COLLECTED TO WS-LTX-TRANS-AMT
               MOVE 0                    TO WS-LTX-PRINCIPAL
               MOVE 0                    TO WS-LTX-INTEREST
               MOVE WS-CHARGES-COLLECTED TO WS-LTX-CHARGES
               MOVE LPY-TRANS-SEQ        TO WS-LTX-REFERENCE
               PERFORM LOG-LOAN-EVENT
           END-IF

           IF WS-MATCHED-SOME
               ADD 1 TO WS-POSTED-COUNT
               IF WS-REMAINING-PAY > 0
               PERFORM WRITE-PAYMENT-REJECT
           END-IF.

       COLLECT-LINE-CHARGES.
           MOVE 0 TO WS-CHARGES-TAKEN
           IF LSC-LATE-CHARGE > WS-REMAINING-PAY
               MOVE WS-REMAINING-PAY TO WS-TAKE-AMOUNT
           ELSE
               MOVE LSC-LATE-CHARGE TO WS-TAKE-AMOUNT
           END-IF
           SUBTRACT WS-TAKE-AMOUNT FROM LSC-LATE-CHARGE
           SUBTRACT WS-TAKE-AMOUNT FROM WS-REMAINING-PAY
           ADD WS-TAKE-AMOUNT TO WS-CHARGES-TAKEN

           IF LSC-PENAL-ACCRUED > WS-REMAINING-PAY
               MOVE WS-REMAINING-PAY TO WS-TAKE-AMOUNT
           ELSE
               MOVE LSC-PENAL-ACCRUED TO WS-TAKE-AMOUNT
           END-IF
           SUBTRACT WS-TAKE-AMOUNT FROM LSC-PENAL-ACCRUED
           SUBTRACT WS-TAKE-AMOUNT FROM WS-REMAINING-PAY
           ADD WS-TAKE-AMOUNT TO WS-CHARGES-TAKEN

           IF WS-CHARGES-TAKEN > 0
               REWRITE LOAN-SCHEDULE-RECORD
               CALL "FILERR" USING "LOANPOST" "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD WS-CHARGES-TAKEN TO WS-CHARGES-COLLECTED
               SET WS-MATCHED-SOME TO TRUE
           END-IF.

      * THE CHARGES WERE BOOKED AS INCOME WHEN THEY AROSE - THE
      * CASH IN CLEARS THE RECEIVABLE.
       POST-CHARGES-COLLECTED.
           IF WS-CHARGES-COLLECTED > 0
               MOVE WS-CHARGES-COLLECTED TO WS-GL-AMOUNT
               CALL "GLRULE" USING "LOANPOST" "PENLCOLL" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LOANPOST" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF.

      * THE SHORTFALL GOES THROUGH THE SAME PENLWAIV RULE THE
      * WAIVER DESK USES, SO THE RECEIVABLE DOES NOT OUTLIVE THE
      * LOAN AND THE LEDGER SHOWS IT AS WAIVED.
       WAIVE-PAYOFF-SHORTFALL.
           COMPUTE WS-CHARGES-WAIVED =
               WS-PAYOFF-CHARGES - WS-CHARGES-COLLECTED
           IF WS-CHARGES-WAIVED > 0
               MOVE WS-CHARGES-WAIVED TO WS-GL-AMOUNT
               CALL "GLRULE" USING "FEEWVR  " "PENLWAIV" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LOANPOST" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
               MOVE "WAIV"            TO WS-LTX-EVENT
               MOVE WS-CHARGES-WAIVED TO WS-LTX-TRANS-AMT
               MOVE 0                 TO WS-LTX-PRINCIPAL
               MOVE 0                 TO WS-LTX-INTEREST
               MOVE WS-CHARGES-WAIVED TO WS-LTX-CHARGES
               MOVE LPY-TRANS-SEQ     TO WS-LTX-REFERENCE
               PERFORM LOG-LOAN-EVENT
           END-IF.

       READ-NEXT-INSTALLMENT.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END SET END-OF-SCHEDULE TO TRUE
               STOP RUN
           END-IF

           MOVE "RPAY"                TO WS-LTX-EVENT
           MOVE LSC-EMI-AMOUNT        TO WS-LTX-TRANS-AMT
           MOVE LSC-PRINCIPAL-PORTION TO WS-LTX-PRINCIPAL
           MOVE LSC-INTEREST-PORTION  TO WS-LTX-INTEREST
           MOVE 0                     TO WS-LTX-CHARGES
           MOVE LSC-KEY               TO WS-LTX-REFERENCE
           PERFORM LOG-LOAN-EVENT

           MOVE LSC-CUSTOMER-ID        TO LGL-CUSTOMER-ID
           MOVE LSC-INSTALL-NO         TO LGL-INSTALL-NO
           MOVE LSC-PRINCIPAL-PORTION  TO LGL-PRINCIPAL-PORTION

       FLAG-ONE-ARREARS.
           SET LSC-INSTALL-ARREARS TO TRUE
           PERFORM CHECK-NON-ACCRUAL
           IF WS-LATE-FEE > 0 AND NOT WS-LOAN-NON-ACCRUAL
               ADD WS-LATE-FEE TO LSC-LATE-CHARGE
               PERFORM LEVY-LATE-CHARGE
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD
           CALL "FILERR" USING "LOANPOST" "LOANSCHD" WS-LOANSCHD-STATUS
               WS-ABEND-FLAG
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BUMP-MISSED-PAYMENTS
                   IF WS-LATE-FEE > 0 AND NOT WS-LOAN-NON-ACCRUAL
                       MOVE "LATE"      TO WS-LTX-EVENT
                       MOVE WS-LATE-FEE TO WS-LTX-TRANS-AMT
                       MOVE 0           TO WS-LTX-PRINCIPAL
                       MOVE 0           TO WS-LTX-INTEREST
                       MOVE WS-LATE-FEE TO WS-LTX-CHARGES
                       MOVE LSC-KEY     TO WS-LTX-REFERENCE
                       PERFORM LOG-LOAN-EVENT
                   END-IF
           END-READ.

      * LNINTACC'S STANDING AS AT LAST NIGHT - A LOAN ALREADY IN
      * NON-ACCRUAL TAKES NO NEW LATE CHARGE.
       CHECK-NON-ACCRUAL.
           MOVE "N" TO WS-NA-FLAG
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE LSC-CUSTOMER-ID TO LNA-CUSTOMER-ID
               READ LOAN-ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LNA-NON-ACCRUAL
                           SET WS-LOAN-NON-ACCRUAL TO TRUE
                       END-IF
               END-READ
           END-IF.

      * THE CHARGE IS OWED ON THE INSTALLMENT, NOT DEBITED TO AN
      * ACCOUNT - THE FEE REGISTER CARRIES THE LOAN'S OWN KEY.
       LEVY-LATE-CHARGE.
           MOVE WS-LATE-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LOANPOST" "LATEFEE " "LN"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "LOANPOST" "HO  " "LN"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           MOVE WS-TS-DATE      TO FEV-POSTING-DATE
           MOVE "HO  "          TO FEV-BRANCH
           MOVE LSC-CUSTOMER-ID TO FEV-ACCOUNT-NUMBER
           MOVE "LN"            TO FEV-ACCOUNT-TYPE
           MOVE "LATE"          TO FEV-EVENT-CODE
           MOVE WS-LATE-FEE     TO FEV-FEE-AMOUNT
           WRITE FEE-EVENT-RECORD
           ADD 1 TO WS-LATE-COUNT.

      * ONE ROW ON THE LOAN'S TRANSACTION HISTORY, CARRYING THE
      * OUTSTANDING PRINCIPAL AS IT STANDS AFTER THE EVENT.
       LOG-LOAN-EVENT.
           CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LOANPOST"
               WS-LTX-REFERENCE.

       BUMP-MISSED-PAYMENTS.
           MOVE LNM-DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
