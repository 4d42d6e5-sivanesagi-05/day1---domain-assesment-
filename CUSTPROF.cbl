       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

      *****************************************************
      * Monthly customer profitability - the customer-level  *
      * counterpart of BRPROF. For the processing month each  *
      * customer is credited with the fees charged on their    *
      * accounts net of refunds, overdraft interest, loan       *
      * interest earned off LNACCRL and the fee engine's loan    *
      * charges off FEEEVREG, plus a funds-transfer-pricing       *
      * credit on their average deposit balance from the BALSNAP   *
      * snapshots, less the deposit interest paid to them. Each row *
      * goes to the CUSTPROF warehouse file, and the CPROFRPT report *
      * ranks every branch's customers into profitability deciles     *
      * with a count of the relationships that lose money.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LNACCRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT LOAN-ACCRUAL-MONTH ASSIGN TO "LNACCMTH.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAB-CUSTOMER-ID
               FILE STATUS WS-LNACCMTH-STATUS.

           SELECT FEE-EVENT-REGISTER ASSIGN TO "FEEEVREG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEEEVREG-STATUS.

           SELECT BALANCE-SNAPSHOTS ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BALSNAP-STATUS.

           SELECT CUSTOMER-PROFIT-FILE ASSIGN TO "CUSTPROF.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CUSTPROF-STATUS.

           SELECT PROFIT-DECILE-REPORT ASSIGN TO "CPROFRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CPROFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  LOAN-ACCRUAL-MONTH.
       COPY "LNACCMTH.cpy".

       FD  FEE-EVENT-REGISTER.
       01 FEE-EVENT-RECORD.
          05 FEV-POSTING-DATE       PIC 9(8).
          05 FEV-BRANCH             PIC X(4).
          05 FEV-ACCOUNT-NUMBER     PIC 9(10).
          05 FEV-ACCOUNT-TYPE       PIC X(2).
          05 FEV-EVENT-CODE         PIC X(4).
          05 FEV-FEE-AMOUNT         PIC 9(5)V99.

       FD  BALANCE-SNAPSHOTS.
       COPY "BALSNAP.cpy".

       FD  CUSTOMER-PROFIT-FILE.
       COPY "CUSTPROF.cpy".

      * ONE HEADER PER BRANCH - "****" FOR THE WHOLE BANK AT THE
      * END - FOLLOWED BY ITS CUSTOMERS, MOST PROFITABLE FIRST.
       FD  PROFIT-DECILE-REPORT.
       01 PROFIT-BRANCH-LINE.
          05 PBH-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PBH-REPORT-MONTH       PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBH-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBH-CUSTOMER-COUNT     PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBH-LOSS-COUNT         PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBH-TOTAL-PROFIT       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
       01 PROFIT-CUSTOMER-LINE.
          05 PCD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PCD-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PCD-RANK               PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PCD-DECILE             PIC 9(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PCD-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PCD-PROFIT             PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PCD-LOSS-FLAG          PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-LNACCMTH-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-BALSNAP-STATUS   PIC XX.
       01 WS-CUSTPROF-STATUS  PIC XX.
       01 WS-CPROFRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-HIST-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 WS-ACCTOWN-FLAG     PIC X      VALUE "Y".
          88 WS-ACCTOWN-ON-FILE VALUE "Y".
       01 WS-LNACCRL-FLAG     PIC X      VALUE "Y".
          88 WS-LNACCRL-ON-FILE VALUE "Y".
       01 WS-FEEEVREG-FLAG    PIC X      VALUE "Y".
          88 WS-FEEEVREG-ON-FILE VALUE "Y".
      * FUNDS-TRANSFER-PRICING RATE PAID TO A CUSTOMER'S DEPOSITS
      * FOR THE FUNDING THEY BRING - ANNUAL PERCENT.
       01 WS-FTP-RATE-PCT     PIC 9(2)V99 VALUE 4.00.
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
       01 P                   PIC 9(4).
       01 Q                   PIC 9(4).
       01 WS-SLOT             PIC 9(4).
       01 WS-SWAP             PIC 9(4).
       01 WS-CUST-COUNT       PIC 9(4)   VALUE 0.
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-ENTRY OCCURS 2000 TIMES.
             10 WSC-CUSTOMER-ID     PIC 9(8).
             10 WSC-BRANCH          PIC X(4).
             10 WSC-ACCOUNT-COUNT   PIC 9(3).
             10 WSC-JOINT-COUNT     PIC 9(3).
             10 WSC-LOAN-FLAG       PIC X.
             10 WSC-FEE-INCOME      PIC S9(9)V99.
             10 WSC-LOAN-INTEREST   PIC 9(9)V99.
             10 WSC-OD-INTEREST     PIC 9(9)V99.
             10 WSC-DEPOSIT-INTEREST PIC 9(9)V99.
             10 WSC-BALANCE-SUM     PIC 9(15)V99.
             10 WSC-AVG-BALANCE     PIC 9(11)V99.
             10 WSC-FTP-CREDIT      PIC 9(9)V99.
             10 WSC-PROFIT          PIC S9(11)V99.
      * THE REPORT ORDER - SLOT NUMBERS SORTED BY BRANCH, THEN
      * PROFIT HIGHEST FIRST.
       01 WS-ORDER-TABLE.
          05 WS-ORDER         PIC 9(4)   OCCURS 2000 TIMES.
       01 WS-FIND-CUSTOMER    PIC 9(8).
       01 WS-FIND-BRANCH      PIC X(4).
       01 WS-SNAP-DAYS        PIC 9(3)   VALUE 0.
       01 WS-LAST-SNAP-DATE   PIC 9(8)   VALUE 0.
       01 WS-ACCRUED-NOW      PIC 9(9)V9(4).
       01 WS-LOAN-EARNED      PIC 9(9)V9(4).
       01 WS-BASE-FLAG        PIC X.
          88 WS-BASE-ON-FILE  VALUE "Y".
       01 WS-MONTH-START      PIC 9(8).
       01 WS-REPORT-MONTH     PIC 9(6).
      * RANKING WORK FOR THE BRANCH IN HAND.
       01 WS-GROUP-BRANCH     PIC X(4).
       01 WS-GROUP-START      PIC 9(4).
       01 WS-GROUP-SIZE       PIC 9(5).
       01 WS-GROUP-LOSSES     PIC 9(5).
       01 WS-GROUP-PROFIT     PIC S9(13)V99.
       01 WS-GROUP-DONE-FLAG  PIC X.
          88 WS-GROUP-DONE    VALUE "Y".
       01 WS-RANK             PIC 9(5).
       01 WS-DECILE           PIC 9(2).
       01 WS-BANK-LOSSES      PIC 9(5)   VALUE 0.
       01 WS-BANK-PROFIT      PIC S9(13)V99 VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-MONTH TO WS-REPORT-MONTH
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1

           PERFORM OPEN-ALL-FILES

           PERFORM ROLL-UP-ACCOUNTS
           IF WS-ACCTOWN-ON-FILE
               PERFORM COUNT-JOINT-HOLDINGS
           END-IF
           PERFORM ROLL-UP-LOANS
           IF WS-FEEEVREG-ON-FILE
               PERFORM ROLL-UP-LOAN-FEES
           END-IF
           PERFORM ROLL-UP-SNAPSHOTS

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CUST-COUNT
               PERFORM PRICE-ONE-CUSTOMER
           END-PERFORM

           PERFORM SORT-BY-BRANCH-AND-PROFIT
           PERFORM WRITE-THE-RANKING

           DISPLAY "CUSTOMER PROFITABILITY COMPLETE - "
               WS-CUST-COUNT " CUSTOMER(S), " WS-BANK-LOSSES
               " LOSS-MAKING, NET " WS-BANK-PROFIT

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CUSTPROF" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               MOVE "N" TO WS-ACCTOWN-FLAG
           ELSE
               CALL "FILERR" USING "CUSTPROF" "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           CALL "FILERR" USING "CUSTPROF" "TXNHIST"
               WS-TXNHIST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "CUSTPROF" "LOANMAST"
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-ACCRUAL-FILE
           IF WS-LNACCRL-STATUS = "35"
               MOVE "N" TO WS-LNACCRL-FLAG
           ELSE
               CALL "FILERR" USING "CUSTPROF" "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O LOAN-ACCRUAL-MONTH
           IF WS-LNACCMTH-STATUS = "35"
               OPEN OUTPUT LOAN-ACCRUAL-MONTH
               CLOSE LOAN-ACCRUAL-MONTH
               OPEN I-O LOAN-ACCRUAL-MONTH
           END-IF
           CALL "FILERR" USING "CUSTPROF" "LNACCMTH"
               WS-LNACCMTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               MOVE "N" TO WS-FEEEVREG-FLAG
           ELSE
               CALL "FILERR" USING "CUSTPROF" "FEEEVREG"
                   WS-FEEEVREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT BALANCE-SNAPSHOTS
           CALL "FILERR" USING "CUSTPROF" "BALSNAP"
               WS-BALSNAP-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT CUSTOMER-PROFIT-FILE
           CALL "FILERR" USING "CUSTPROF" "CUSTPROF"
               WS-CUSTPROF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT PROFIT-DECILE-REPORT
           CALL "FILERR" USING "CUSTPROF" "CPROFRPT"
               WS-CPROFRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ACCOUNT-MASTER
           IF WS-ACCTOWN-ON-FILE
               CLOSE ACCOUNT-OWNERS
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE LOAN-MASTER
           IF WS-LNACCRL-ON-FILE
               CLOSE LOAN-ACCRUAL-FILE
           END-IF
           CLOSE LOAN-ACCRUAL-MONTH
           IF WS-FEEEVREG-ON-FILE
               CLOSE FEE-EVENT-REGISTER
           END-IF
           CLOSE BALANCE-SNAPSHOTS
           CLOSE CUSTOMER-PROFIT-FILE
           CLOSE PROFIT-DECILE-REPORT.

      * EVERY OPEN ACCOUNT COUNTS ONCE, UNDER THE CUSTOMER WHO
      * BOOKED IT, WITH THE MONTH'S CHARGING AND INTEREST LINES
      * OFF TXNHIST.
       ROLL-UP-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT ACM-ACCT-CLOSED
                           MOVE ACM-CUSTOMER-ID TO WS-FIND-CUSTOMER
                           MOVE ACM-BRANCH      TO WS-FIND-BRANCH
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-SLOT > 0
                               ADD 1 TO WSC-ACCOUNT-COUNT(WS-SLOT)
                               PERFORM SCAN-ACCOUNT-HISTORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * FEES ARE SERVICE CHARGES, EVENT FEES AND LOCKER RENT, LESS
      * WHAT WAS REFUNDED; DEPOSIT INTEREST PAID COVERS SAVINGS,
      * TERM AND RECURRING DEPOSITS.
       SCAN-ACCOUNT-HISTORY.
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE ACM-ACCOUNT-NUMBER TO THR-ACCOUNT-NUMBER
           MOVE WS-MONTH-START     TO THR-POSTING-DATE
           MOVE 0                  TO THR-TRANS-SEQ
           START TRANSACTION-HISTORY KEY IS NOT LESS THAN THR-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ TRANSACTION-HISTORY NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF THR-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
                        OR THR-POSTING-DATE(1:6) NOT = WS-REPORT-MONTH
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           EVALUATE THR-TRANS-CODE
                               WHEN "FEE "
                               WHEN "LKRR"
                                   ADD THR-TRANS-AMOUNT
                                       TO WSC-FEE-INCOME(WS-SLOT)
                               WHEN "FEER"
                                   SUBTRACT THR-TRANS-AMOUNT
                                       FROM WSC-FEE-INCOME(WS-SLOT)
                               WHEN "ODIN"
                                   ADD THR-TRANS-AMOUNT
                                       TO WSC-OD-INTEREST(WS-SLOT)
                               WHEN "INTC"
                               WHEN "TDIN"
                               WHEN "RDIN"
                                   ADD THR-TRANS-AMOUNT
                                       TO WSC-DEPOSIT-INTEREST(WS-SLOT)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      * A JOINT OWNER'S HOLDINGS ARE COUNTED ON THEIR OWN ROW SO
      * THE RELATIONSHIP SHOWS, BUT THE MONEY STAYS WITH THE
      * BOOKING OWNER SO NOTHING IS COUNTED TWICE.
       COUNT-JOINT-HOLDINGS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-OWNERS NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF AOX-JOINT-OWNER AND AOX-OWNER-ACTIVE
                           MOVE AOX-ACCOUNT-NUMBER
                               TO ACM-ACCOUNT-NUMBER
                           READ ACCOUNT-MASTER
                               INVALID KEY
                                   MOVE "HO  " TO WS-FIND-BRANCH
                               NOT INVALID KEY
                                   MOVE ACM-BRANCH TO WS-FIND-BRANCH
                           END-READ
                           MOVE AOX-CUSTOMER-ID TO WS-FIND-CUSTOMER
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-SLOT > 0
                               ADD 1 TO WSC-JOINT-COUNT(WS-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A BORROWER WITH NO DEPOSIT ACCOUNT BELONGS TO THE BRANCH
      * OF THE ACCOUNT THE LOAN WAS PAID INTO.
       ROLL-UP-LOANS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ LOAN-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF LNM-PRINCIPAL > 0
                           MOVE LNM-DISBURSE-ACCOUNT
                               TO ACM-ACCOUNT-NUMBER
                           READ ACCOUNT-MASTER
                               INVALID KEY
                                   MOVE "HO  " TO WS-FIND-BRANCH
                               NOT INVALID KEY
                                   MOVE ACM-BRANCH TO WS-FIND-BRANCH
                           END-READ
                           MOVE LNM-CUSTOMER-ID TO WS-FIND-CUSTOMER
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-SLOT > 0
                               MOVE "Y" TO WSC-LOAN-FLAG(WS-SLOT)
                               IF WS-LNACCRL-ON-FILE
                                   PERFORM TAKE-MONTH-LOAN-INTEREST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * THE MONTH'S RECOGNIZED INTEREST IS THE ACCRUED-TO-DATE
      * FIGURE LESS WHERE IT STOOD WHEN THE MONTH OPENED. A LOAN
      * SEEN FOR THE FIRST TIME TAKES ITS WHOLE FIGURE, WHICH IS
      * EXACT FOR ONE BOOKED THIS MONTH; MEMO INTEREST ON A
      * NON-ACCRUAL LOAN IS NOT INCOME AND IS LEFT OUT.
       TAKE-MONTH-LOAN-INTEREST.
           MOVE LNM-CUSTOMER-ID TO LNA-CUSTOMER-ID
           READ LOAN-ACCRUAL-FILE
               INVALID KEY
                   MOVE 0 TO WS-ACCRUED-NOW
               NOT INVALID KEY
                   MOVE LNA-ACCRUED-AMT TO WS-ACCRUED-NOW
           END-READ

           MOVE "N" TO WS-BASE-FLAG
           MOVE LNM-CUSTOMER-ID TO LAB-CUSTOMER-ID
           READ LOAN-ACCRUAL-MONTH
               INVALID KEY
                   MOVE LNM-CUSTOMER-ID TO LAB-CUSTOMER-ID
                   MOVE WS-REPORT-MONTH TO LAB-MONTH
                   MOVE 0               TO LAB-OPENING-ACCRUED
               NOT INVALID KEY
                   SET WS-BASE-ON-FILE TO TRUE
                   IF LAB-MONTH NOT = WS-REPORT-MONTH
                       MOVE LAB-CLOSING-ACCRUED TO LAB-OPENING-ACCRUED
                       MOVE WS-REPORT-MONTH     TO LAB-MONTH
                   END-IF
           END-READ

      * A WRITE-OFF CLEARS THE ACCRUAL - NOTHING WAS EARNED.
           IF WS-ACCRUED-NOW < LAB-OPENING-ACCRUED
               MOVE WS-ACCRUED-NOW TO LAB-OPENING-ACCRUED
           END-IF
           COMPUTE WS-LOAN-EARNED =
               WS-ACCRUED-NOW - LAB-OPENING-ACCRUED
           COMPUTE WSC-LOAN-INTEREST(WS-SLOT) ROUNDED =
               WSC-LOAN-INTEREST(WS-SLOT) + WS-LOAN-EARNED

           MOVE WS-ACCRUED-NOW TO LAB-CLOSING-ACCRUED
           IF WS-BASE-ON-FILE
               REWRITE LOAN-ACCRUAL-MONTH-RECORD
           ELSE
               WRITE LOAN-ACCRUAL-MONTH-RECORD
           END-IF
           CALL "FILERR" USING "CUSTPROF" "LNACCMTH"
               WS-LNACCMTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE FEE ENGINE'S LOAN CHARGES NEVER TOUCH A DEPOSIT
      * ACCOUNT - THE REGISTER CARRIES THE BORROWER'S CUSTOMER ID
      * IN THE ACCOUNT NUMBER. DEPOSIT-SIDE EVENTS ARE ALREADY IN
      * THE TXNHIST FEE LINES AND ARE NOT TAKEN AGAIN.
       ROLL-UP-LOAN-FEES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ FEE-EVENT-REGISTER
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FEV-ACCOUNT-TYPE = "LN"
                        AND FEV-POSTING-DATE(1:6) = WS-REPORT-MONTH
                           MOVE FEV-ACCOUNT-NUMBER TO WS-FIND-CUSTOMER
                           MOVE FEV-BRANCH         TO WS-FIND-BRANCH
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-SLOT > 0
                               ADD FEV-FEE-AMOUNT
                                   TO WSC-FEE-INCOME(WS-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ONLY CREDIT BALANCES FUND THE BANK - AN OVERDRAWN NIGHT
      * ADDS NOTHING. THE AVERAGE IS OVER THE NIGHTS SNAPSHOTTED.
       ROLL-UP-SNAPSHOTS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BALANCE-SNAPSHOTS
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SNP-SNAPSHOT-DATE(1:6) = WS-REPORT-MONTH
                           IF SNP-SNAPSHOT-DATE NOT = WS-LAST-SNAP-DATE
                               ADD 1 TO WS-SNAP-DAYS
                               MOVE SNP-SNAPSHOT-DATE
                                   TO WS-LAST-SNAP-DATE
                           END-IF
                           IF SNP-LOCAL-BALANCE > 0
                               MOVE SNP-CUSTOMER-ID TO WS-FIND-CUSTOMER
                               MOVE SNP-BRANCH      TO WS-FIND-BRANCH
                               PERFORM FIND-CUSTOMER-SLOT
                               IF WS-SLOT > 0
                                   ADD SNP-LOCAL-BALANCE
                                       TO WSC-BALANCE-SUM(WS-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CUST-COUNT
               IF WSC-CUSTOMER-ID(J) = WS-FIND-CUSTOMER
                   MOVE J TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-CUST-COUNT < 2000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-SLOT
                   INITIALIZE WS-CUST-ENTRY(WS-SLOT)
                   MOVE WS-FIND-CUSTOMER TO WSC-CUSTOMER-ID(WS-SLOT)
                   MOVE WS-FIND-BRANCH   TO WSC-BRANCH(WS-SLOT)
                   MOVE "N"              TO WSC-LOAN-FLAG(WS-SLOT)
               ELSE
                   DISPLAY "CUSTOMER TABLE FULL - " WS-FIND-CUSTOMER
                       " NOT REPORTED"
               END-IF
           END-IF.

      * THE FTP CREDIT IS ONE MONTH AT THE ANNUAL RATE ON THE
      * AVERAGE DEPOSIT BALANCE.
       PRICE-ONE-CUSTOMER.
           IF WS-SNAP-DAYS = 0
               MOVE 0 TO WSC-AVG-BALANCE(I)
           ELSE
               COMPUTE WSC-AVG-BALANCE(I) ROUNDED =
                   WSC-BALANCE-SUM(I) / WS-SNAP-DAYS
           END-IF
           COMPUTE WSC-FTP-CREDIT(I) ROUNDED =
               WSC-AVG-BALANCE(I) * WS-FTP-RATE-PCT / 1200
           COMPUTE WSC-PROFIT(I) =
               WSC-FEE-INCOME(I) + WSC-LOAN-INTEREST(I)
               + WSC-OD-INTEREST(I) + WSC-FTP-CREDIT(I)
               - WSC-DEPOSIT-INTEREST(I)
           MOVE I TO WS-ORDER(I).

       SORT-BY-BRANCH-AND-PROFIT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CUST-COUNT - 1
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CUST-COUNT - I
                   IF WSC-BRANCH(WS-ORDER(J))
                        > WSC-BRANCH(WS-ORDER(J + 1))
                    OR (WSC-BRANCH(WS-ORDER(J))
                        = WSC-BRANCH(WS-ORDER(J + 1))
                    AND WSC-PROFIT(WS-ORDER(J))
                        < WSC-PROFIT(WS-ORDER(J + 1)))
                       MOVE WS-ORDER(J)     TO WS-SWAP
                       MOVE WS-ORDER(J + 1) TO WS-ORDER(J)
                       MOVE WS-SWAP         TO WS-ORDER(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * EACH BRANCH'S HEADER GOES OUT AHEAD OF ITS CUSTOMERS, SO
      * THE GROUP IS MEASURED FIRST. DECILE 1 IS THE TOP TENTH.
       WRITE-THE-RANKING.
           MOVE SPACES TO WS-GROUP-BRANCH
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CUST-COUNT
               MOVE WS-ORDER(P) TO WS-SLOT
               IF P = 1 OR WSC-BRANCH(WS-SLOT) NOT = WS-GROUP-BRANCH
                   PERFORM START-BRANCH-GROUP
               END-IF
               PERFORM WRITE-ONE-CUSTOMER
           END-PERFORM

           MOVE SPACES          TO PROFIT-BRANCH-LINE
           MOVE "H"             TO PBH-RECORD-TYPE
           MOVE WS-REPORT-MONTH TO PBH-REPORT-MONTH
           MOVE "****"          TO PBH-BRANCH
           MOVE WS-CUST-COUNT   TO PBH-CUSTOMER-COUNT
           MOVE WS-BANK-LOSSES  TO PBH-LOSS-COUNT
           MOVE WS-BANK-PROFIT  TO PBH-TOTAL-PROFIT
           WRITE PROFIT-BRANCH-LINE.

       START-BRANCH-GROUP.
           MOVE WSC-BRANCH(WS-SLOT) TO WS-GROUP-BRANCH
           MOVE P TO WS-GROUP-START
           MOVE 0 TO WS-GROUP-SIZE
           MOVE 0 TO WS-GROUP-LOSSES
           MOVE 0 TO WS-GROUP-PROFIT
           MOVE "N" TO WS-GROUP-DONE-FLAG
           MOVE P TO Q
           PERFORM UNTIL WS-GROUP-DONE
               IF Q > WS-CUST-COUNT
                   SET WS-GROUP-DONE TO TRUE
               ELSE
                   IF WSC-BRANCH(WS-ORDER(Q)) NOT = WS-GROUP-BRANCH
                       SET WS-GROUP-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-GROUP-SIZE
                       ADD WSC-PROFIT(WS-ORDER(Q)) TO WS-GROUP-PROFIT
                       IF WSC-PROFIT(WS-ORDER(Q)) < 0
                           ADD 1 TO WS-GROUP-LOSSES
                       END-IF
                       ADD 1 TO Q
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-GROUP-LOSSES TO WS-BANK-LOSSES
           ADD WS-GROUP-PROFIT TO WS-BANK-PROFIT

           MOVE SPACES          TO PROFIT-BRANCH-LINE
           MOVE "H"             TO PBH-RECORD-TYPE
           MOVE WS-REPORT-MONTH TO PBH-REPORT-MONTH
           MOVE WS-GROUP-BRANCH TO PBH-BRANCH
           MOVE WS-GROUP-SIZE   TO PBH-CUSTOMER-COUNT
           MOVE WS-GROUP-LOSSES TO PBH-LOSS-COUNT
           MOVE WS-GROUP-PROFIT TO PBH-TOTAL-PROFIT
           WRITE PROFIT-BRANCH-LINE
           CALL "FILERR" USING "CUSTPROF" "CPROFRPT"
               WS-CPROFRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-ONE-CUSTOMER.
           COMPUTE WS-RANK = P - WS-GROUP-START + 1
           COMPUTE WS-DECILE = (WS-RANK - 1) * 10 / WS-GROUP-SIZE + 1

           MOVE SPACES              TO PROFIT-CUSTOMER-LINE
           MOVE "D"                 TO PCD-RECORD-TYPE
           MOVE WSC-BRANCH(WS-SLOT) TO PCD-BRANCH
           MOVE WS-RANK             TO PCD-RANK
           MOVE WS-DECILE           TO PCD-DECILE
           MOVE WSC-CUSTOMER-ID(WS-SLOT) TO PCD-CUSTOMER-ID
           MOVE WSC-PROFIT(WS-SLOT) TO PCD-PROFIT
           IF WSC-PROFIT(WS-SLOT) < 0
               MOVE "LOSS" TO PCD-LOSS-FLAG
           END-IF
           WRITE PROFIT-CUSTOMER-LINE

           MOVE WS-REPORT-MONTH           TO CPR-REPORT-MONTH
           MOVE WSC-CUSTOMER-ID(WS-SLOT)  TO CPR-CUSTOMER-ID
           MOVE WSC-BRANCH(WS-SLOT)       TO CPR-BRANCH
           MOVE WSC-ACCOUNT-COUNT(WS-SLOT) TO CPR-ACCOUNT-COUNT
           MOVE WSC-JOINT-COUNT(WS-SLOT)  TO CPR-JOINT-COUNT
           MOVE WSC-LOAN-FLAG(WS-SLOT)    TO CPR-LOAN-FLAG
           MOVE WSC-FEE-INCOME(WS-SLOT)   TO CPR-FEE-INCOME
           MOVE WSC-LOAN-INTEREST(WS-SLOT) TO CPR-LOAN-INTEREST
           MOVE WSC-OD-INTEREST(WS-SLOT)  TO CPR-OD-INTEREST
           MOVE WSC-DEPOSIT-INTEREST(WS-SLOT)
                                          TO CPR-DEPOSIT-INTEREST
           MOVE WSC-AVG-BALANCE(WS-SLOT)  TO CPR-AVG-DEPOSIT-BAL
           MOVE WSC-FTP-CREDIT(WS-SLOT)   TO CPR-FTP-CREDIT
           MOVE WSC-PROFIT(WS-SLOT)       TO CPR-PROFIT
           MOVE WS-RANK                   TO CPR-BRANCH-RANK
           MOVE WS-DECILE                 TO CPR-DECILE
           WRITE CUSTOMER-PROFIT-RECORD
           CALL "FILERR" USING "CUSTPROF" "CUSTPROF"
               WS-CUSTPROF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
