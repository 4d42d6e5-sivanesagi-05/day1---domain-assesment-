       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNWRTOFF.

      *****************************************************
      * Supervised loan write-off. Only a loan the last      *
      * provisioning run put in the final (over 90 days)      *
      * bucket can go. The outstanding principal and the       *
      * booked accrued interest come off the loan asset and     *
      * interest receivable against the loan loss provision      *
      * through GLPOST - a provision short of the amount is       *
      * topped up first, and any excess held is released, so       *
      * LLPROVSN is left clean. Every open installment is flagged   *
      * written off, the master balance and accrual are cleared, and *
      * LNWOFF keeps the memorandum of what is still legally owed for *
      * recoveries to run against.                                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT PROVISION-BALANCES ASSIGN TO "PROVBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRV-CUSTOMER-ID
               FILE STATUS WS-PROVBAL-STATUS.

           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LNACCRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO "LNWOFF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LWO-CUSTOMER-ID
               FILE STATUS WS-LNWOFF-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       FD  PROVISION-BALANCES.
       COPY "PROVBAL.cpy".

       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  WRITEOFF-REGISTER.
       COPY "LNWOFF.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-PROVBAL-STATUS   PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-LNWOFF-STATUS    PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-CONFIRM          PIC X.
          88 WS-CONFIRMED     VALUE "Y".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-BUCKET-FLAG      PIC X      VALUE "N".
          88 WS-FINAL-BUCKET  VALUE "Y".
       01 WS-ACCRUAL-FLAG     PIC X      VALUE "N".
          88 WS-ACCRUAL-ON-FILE VALUE "Y".
       01 WS-REGISTER-FLAG    PIC X      VALUE "N".
          88 WS-REGISTER-ON-FILE VALUE "Y".
       01 WS-PROVISION-HELD   PIC 9(9)V99 VALUE 0.
       01 WS-WOFF-PRINCIPAL   PIC 9(9)V99 VALUE 0.
       01 WS-WOFF-INTEREST    PIC 9(9)V99 VALUE 0.
       01 WS-WOFF-MEMO        PIC 9(9)V99 VALUE 0.
       01 WS-WOFF-PENAL       PIC 9(9)V99 VALUE 0.
       01 WS-WOFF-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-LTX-EVENT        PIC X(4)   VALUE "WOFF".
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-WRITTEN-COUNT    PIC 9(3)   VALUE 0.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER BORROWER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM CHECK-SUPERVISOR-ROLE
           IF NOT WS-AUTHORIZED
               DISPLAY "Write-offs need a supervisor -"
                   " request refused"
               PERFORM CLOSE-ALL-FILES
               GOBACK
           END-IF

           MOVE CUSTOMER-ID TO LNM-CUSTOMER-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "No loan on file for " CUSTOMER-ID
               NOT INVALID KEY
                   IF LNM-EXISTING-LOAN-BAL > 0
                       PERFORM CHECK-FINAL-BUCKET
                       IF WS-FINAL-BUCKET
                           PERFORM CONFIRM-AND-WRITE-OFF
                       ELSE
                           DISPLAY "Loan is not in the final"
                               " provisioning bucket - write-off"
                               " refused"
                       END-IF
                   ELSE
                       DISPLAY "Loan has no outstanding balance"
                   END-IF
           END-READ

           PERFORM CLOSE-ALL-FILES

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOAN MASTER ON FILE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "LNWRTOFF" "LOANMAST"
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O LOAN-SCHEDULE
           CALL "FILERR" USING "LNWRTOFF" "LOANSCHD"
               WS-LOANSCHD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO PROVISION FILE MEANS NO LOAN HAS BEEN CLASSIFIED YET -
      * NOTHING CAN BE IN THE FINAL BUCKET, SO NOTHING GOES.
           OPEN I-O PROVISION-BALANCES
           IF WS-PROVBAL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LNWRTOFF" "PROVBAL"
                   WS-PROVBAL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O LOAN-ACCRUAL-FILE
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LNWRTOFF" "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O WRITEOFF-REGISTER
           IF WS-LNWOFF-STATUS = "35"
               OPEN OUTPUT WRITEOFF-REGISTER
               CLOSE WRITEOFF-REGISTER
               OPEN I-O WRITEOFF-REGISTER
           END-IF
           CALL "FILERR" USING "LNWRTOFF" "LNWOFF"
               WS-LNWOFF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           IF WS-PROVBAL-STATUS NOT = "35"
               CLOSE PROVISION-BALANCES
           END-IF
           IF WS-LNACCRL-STATUS NOT = "35"
               CLOSE LOAN-ACCRUAL-FILE
           END-IF
           CLOSE WRITEOFF-REGISTER.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "LNWRTOFF" "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           END-READ
           CLOSE OPERATOR-MASTER.

      * THE BUCKET IS THE ONE THE LAST LNPROV RUN RECORDED - THE
      * SAME CLASSIFICATION THE PROVISION HELD WAS BUILT ON.
       CHECK-FINAL-BUCKET.
           IF WS-PROVBAL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CUSTOMER-ID TO PRV-CUSTOMER-ID
               READ PROVISION-BALANCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRV-BUCKET = 4
                           SET WS-FINAL-BUCKET TO TRUE
                           MOVE PRV-PROVISION-AMT
                               TO WS-PROVISION-HELD
                       END-IF
               END-READ
           END-IF.

       CONFIRM-AND-WRITE-OFF.
           MOVE LNM-EXISTING-LOAN-BAL TO WS-WOFF-PRINCIPAL
           PERFORM GATHER-ACCRUED-INTEREST
           COMPUTE WS-WOFF-TOTAL =
               WS-WOFF-PRINCIPAL + WS-WOFF-INTEREST

           DISPLAY "OUTSTANDING PRINCIPAL " WS-WOFF-PRINCIPAL
               " ACCRUED INTEREST " WS-WOFF-INTEREST
           DISPLAY "MEMO INTEREST " WS-WOFF-MEMO
               " PROVISION HELD " WS-PROVISION-HELD

           DISPLAY "CONFIRM WRITE-OFF (Y/N): ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRMED
               PERFORM MARK-SCHEDULE-WRITTEN-OFF
               PERFORM POST-THE-WRITE-OFF
               PERFORM CLEAR-LOAN-BALANCES
               PERFORM LOG-THE-WRITE-OFF
               PERFORM WRITE-MEMORANDUM-RECORD
               DISPLAY "WRITE-OFF COMPLETE - " WS-WOFF-TOTAL
                   " OFF BOOK, " WS-WRITTEN-COUNT
                   " INSTALLMENT(S) WRITTEN OFF"
           ELSE
               DISPLAY "WRITE-OFF NOT CONFIRMED - NOTHING POSTED"
           END-IF.

      * ONLY THE BOOKED ACCRUAL IS ON THE BALANCE SHEET TO WRITE
      * OFF; THE NON-ACCRUAL MEMO FIGURE WAS NEVER RECOGNIZED, SO
      * IT GOES STRAIGHT TO THE MEMORANDUM RECORD.
       GATHER-ACCRUED-INTEREST.
           MOVE 0 TO WS-WOFF-INTEREST
           MOVE 0 TO WS-WOFF-MEMO
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CUSTOMER-ID TO LNA-CUSTOMER-ID
               READ LOAN-ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCRUAL-ON-FILE TO TRUE
                       COMPUTE WS-WOFF-INTEREST ROUNDED =
                           LNA-ACCRUED-AMT
                       COMPUTE WS-WOFF-MEMO ROUNDED =
                           LNA-MEMO-AMT
               END-READ
           END-IF.

      * THE LINES STAY ON FILE FLAGGED WRITTEN OFF, DATED THE DAY
      * THEY CAME OFF BOOK - THE ORIGINAL TERMS SURVIVE. PENAL
      * INTEREST AND LATE CHARGES STILL OWED ON ANY LINE COME OFF
      * WITH THEM.
       MARK-SCHEDULE-WRITTEN-OFF.
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-WOFF-PENAL
           MOVE "N" TO WS-SCHED-EOF-FLAG
           MOVE CUSTOMER-ID TO LSC-CUSTOMER-ID
           MOVE 0 TO LSC-INSTALL-NO
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
               INVALID KEY SET END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCHEDULE
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END SET END-OF-SCHEDULE TO TRUE
                   NOT AT END
                       IF LSC-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-SCHEDULE TO TRUE
                       ELSE
                           IF LSC-INSTALL-OPEN
                              OR LSC-PENAL-ACCRUED > 0
                              OR LSC-LATE-CHARGE > 0
                               PERFORM WRITE-OFF-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-OFF-ONE-LINE.
           ADD LSC-PENAL-ACCRUED TO WS-WOFF-PENAL
           ADD LSC-LATE-CHARGE   TO WS-WOFF-PENAL
           MOVE 0 TO LSC-PENAL-ACCRUED
           MOVE 0 TO LSC-LATE-CHARGE
           IF LSC-INSTALL-OPEN
               SET LSC-INSTALL-WRITTEN-OFF TO TRUE
               MOVE WS-TS-DATE TO LSC-PAID-DATE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD
           CALL "FILERR" USING "LNWRTOFF" "LOANSCHD" WS-LOANSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE PROVISION IS SQUARED TO THE AMOUNT GOING OFF BOOK
      * FIRST, THEN THE PRINCIPAL AND INTEREST ARE CHARGED
      * AGAINST IT - THE BORROWER'S SHARE OF LLPROVSN ENDS AT
      * ZERO AND THE NEXT LNPROV RUN HAS NOTHING TO RELEASE.
       POST-THE-WRITE-OFF.
           IF WS-WOFF-TOTAL > WS-PROVISION-HELD
               COMPUTE WS-GL-AMOUNT =
                   WS-WOFF-TOTAL - WS-PROVISION-HELD
               CALL "GLRULE" USING "LNWRTOFF" "TOPUP   " "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNWRTOFF" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF
           IF WS-PROVISION-HELD > WS-WOFF-TOTAL
               COMPUTE WS-GL-AMOUNT =
                   WS-PROVISION-HELD - WS-WOFF-TOTAL
               CALL "GLRULE" USING "LNWRTOFF" "RELEASE " "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNWRTOFF" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF

           MOVE WS-WOFF-PRINCIPAL TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LNWRTOFF" "WRITEOFF" "LN"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "LNWRTOFF" "HO  " "LN"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           IF WS-WOFF-INTEREST > 0
               MOVE WS-WOFF-INTEREST TO WS-GL-AMOUNT
               CALL "GLRULE" USING "LNWRTOFF" "WROFFINT" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNWRTOFF" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF

      * PENAL INCOME NEVER COLLECTED IS REVERSED RATHER THAN
      * CHARGED TO THE PROVISION; THE BORROWER STILL OWES IT, SO
      * IT JOINS THE MEMO FIGURE ON THE MEMORANDUM RECORD.
           IF WS-WOFF-PENAL > 0
               MOVE WS-WOFF-PENAL TO WS-GL-AMOUNT
               CALL "GLRULE" USING "LNWRTOFF" "WROFFPEN" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNWRTOFF" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF

           MOVE 0          TO PRV-PROVISION-AMT
           MOVE WS-TS-DATE TO PRV-CALC-DATE
           REWRITE PROVISION-BALANCE-RECORD
           CALL "FILERR" USING "LNWRTOFF" "PROVBAL"
               WS-PROVBAL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLEAR-LOAN-BALANCES.
           MOVE 0 TO LNM-EXISTING-LOAN-BAL
           REWRITE LOAN-MASTER-RECORD
           CALL "FILERR" USING "LNWRTOFF" "LOANMAST"
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF WS-ACCRUAL-ON-FILE
               MOVE 0 TO LNA-ACCRUED-AMT
               MOVE 0 TO LNA-MEMO-AMT
               REWRITE LOAN-ACCRUAL-RECORD
               CALL "FILERR" USING "LNWRTOFF" "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

      * EVERYTHING THAT CAME OFF BOOK IN ONE ROW, PENAL INTEREST
      * AND LATE CHARGES AS THE CHARGES COMPONENT. THE BORROWER
      * STILL OWES IT ALL; LATER MONEY IN SHOWS AS RECOVERIES.
       LOG-THE-WRITE-OFF.
           COMPUTE WS-LTX-TRANS-AMT = WS-WOFF-PRINCIPAL
               + WS-WOFF-INTEREST + WS-WOFF-PENAL
           MOVE WS-OPERATOR-ID TO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-WOFF-PRINCIPAL WS-WOFF-INTEREST
               WS-WOFF-PENAL LNM-EXISTING-LOAN-BAL "LNWRTOFF"
               WS-LTX-REFERENCE.

      * A BORROWER WRITTEN OFF ONCE BEFORE ON AN EARLIER LOAN
      * ALREADY HAS A ROW - THE NEW WRITE-OFF REPLACES IT.
       WRITE-MEMORANDUM-RECORD.
           MOVE CUSTOMER-ID TO LWO-CUSTOMER-ID
           READ WRITEOFF-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REGISTER-ON-FILE TO TRUE
           END-READ

           MOVE CUSTOMER-ID       TO LWO-CUSTOMER-ID
           MOVE WS-TS-DATE        TO LWO-WRITEOFF-DATE
           MOVE WS-OPERATOR-ID    TO LWO-SUPERVISOR-ID
           MOVE WS-WOFF-PRINCIPAL TO LWO-PRINCIPAL-AMT
           MOVE WS-WOFF-INTEREST  TO LWO-INTEREST-AMT
           COMPUTE LWO-MEMO-INTEREST = WS-WOFF-MEMO + WS-WOFF-PENAL
           MOVE 0                 TO LWO-RECOVERED-AMT
           MOVE 0                 TO LWO-LAST-RECOVERY-DATE
           SET LWO-WRITTEN-OFF    TO TRUE

           IF WS-REGISTER-ON-FILE
               REWRITE LOAN-WRITEOFF-RECORD
           ELSE
               WRITE LOAN-WRITEOFF-RECORD
           END-IF
           CALL "FILERR" USING "LNWRTOFF" "LNWOFF"
               WS-LNWOFF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
