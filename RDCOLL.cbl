       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDCOLL.

      *****************************************************
      * Nightly recurring-deposit installment collection.    *
      * Finds open contracts whose next installment has       *
      * fallen due, compounds the month's interest on the      *
      * cumulative balance, and moves the installment from the  *
      * linked demand account into the deposit through the       *
      * standard MINBALPM (and approved overdraft) floor. An      *
      * installment the account cannot cover in full is missed -   *
      * the FEESCHED RDMS penalty comes out of the deposit, and     *
      * once the misses reach the RDPARM limit the contract defaults *
      * and collection stops.                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-DEPOSIT-FILE ASSIGN TO "RECDEP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCD-ACCOUNT-NUMBER
               FILE STATUS WS-RECDEP-STATUS.

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

           SELECT OVERDRAFT-LIMITS ASSIGN TO "OVRDRLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ODL-ACCOUNT-NUMBER
               FILE STATUS WS-ODLIMIT-STATUS.

           SELECT RD-PARAMETER ASSIGN TO "RDPARM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RDM-ACCOUNT-TYPE
               FILE STATUS WS-RDPARM-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT FEE-EXEMPTIONS ASSIGN TO "FEEEXMPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FEX-ACCOUNT-NUMBER
               FILE STATUS WS-FEEEXMPT-STATUS.

           SELECT FEE-EVENT-REGISTER ASSIGN TO "FEEEVREG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEEEVREG-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT COLLECTION-REPORT ASSIGN TO "RDCOLL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RDCOLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-DEPOSIT-FILE.
       COPY "RECDEP.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  MIN-BAL-PARAMETER.
       COPY "MINBALPM.cpy".

       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

       FD  RD-PARAMETER.
       COPY "RDPARM.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  FEE-EXEMPTIONS.
       COPY "FEEEXMPT.cpy".

       FD  FEE-EVENT-REGISTER.
       01 FEE-EVENT-RECORD.
          05 FEV-POSTING-DATE       PIC 9(8).
          05 FEV-BRANCH             PIC X(4).
          05 FEV-ACCOUNT-NUMBER     PIC 9(10).
          05 FEV-ACCOUNT-TYPE       PIC X(2).
          05 FEV-EVENT-CODE         PIC X(4).
          05 FEV-FEE-AMOUNT         PIC 9(5)V99.

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  COLLECTION-REPORT.
       01 COLLECTION-REPORT-LINE.
          05 RCL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RCL-DUE-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RCL-COLLECTED          PIC 9(7)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RCL-PENALTY            PIC 9(5)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RCL-PAID               PIC 9(3).
          05 FILLER                 PIC X(1)   VALUE "/".
          05 RCL-MISSED             PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RCL-MESSAGE            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-RECDEP-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-RDPARM-STATUS    PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-FEEEXMPT-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-RDCOLL-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CONTRACTS VALUE "Y".
       01 WS-EXEMPT-FLAG      PIC X      VALUE "N".
          88 WS-FEE-EXEMPT    VALUE "Y".
      * MISSES ALLOWED BEFORE DEFAULT WHEN RDPARM HAS NO ROW.
       01 WS-MAX-MISSED       PIC 9(2)   VALUE 3.
       01 WS-AVAILABLE        PIC S9(9)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-PERIODIC-RATE    PIC V9(9).
       01 WS-MONTH-INTEREST   PIC 9(7)V99.
       01 WS-EVENT-FEE        PIC 9(5)V99 VALUE 0.
       01 WS-COLLECTED-AMT    PIC 9(7)V99 VALUE 0.
       01 WS-DUE-DATE         PIC 9(8).
       01 WS-RD-CURRENCY      PIC X(3).
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-COLLECTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-MISSED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DEFAULTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-DUE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
          05 WS-DUE-DD        PIC 9(2).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-NEXT-CONTRACT
           PERFORM UNTIL END-OF-CONTRACTS
               IF RCD-CONTRACT-OPEN
                  AND RCD-NEXT-DUE-DATE <= WS-TS-DATE
                  AND RCD-NEXT-DUE-DATE < RCD-MATURITY-DATE
                   PERFORM COLLECT-ONE-INSTALLMENT
               END-IF
               PERFORM READ-NEXT-CONTRACT
           END-PERFORM

           DISPLAY "RECURRING DEPOSIT COLLECTION COMPLETE - COLLECTED "
               WS-COLLECTED-COUNT " MISSED " WS-MISSED-COUNT
               " DEFAULTED " WS-DEFAULTED-COUNT

           CLOSE RECURRING-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE COLLECTION-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O RECURRING-DEPOSIT-FILE
           IF WS-RECDEP-STATUS = "35"
               DISPLAY "NO RECURRING DEPOSITS - NOTHING TO COLLECT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "RDCOLL  " "RECDEP" WS-RECDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "RDCOLL  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           IF WS-STMTEXT-STATUS = "35"
               OPEN OUTPUT STATEMENT-EXTRACT
           END-IF
           CALL "FILERR" USING "RDCOLL  " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT COLLECTION-REPORT
           CALL "FILERR" USING "RDCOLL  " "RDCOLL" WS-RDCOLL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-CONTRACT.
           READ RECURRING-DEPOSIT-FILE NEXT RECORD
               AT END SET END-OF-CONTRACTS TO TRUE
           END-READ.

      * A MISSING DEPOSIT ACCOUNT IS A DESK PROBLEM, NOT THE
      * CUSTOMER'S - THE DUE DATE STAYS PUT SO TOMORROW RETRIES.
       COLLECT-ONE-INSTALLMENT.
           MOVE RCD-NEXT-DUE-DATE TO WS-DUE-DATE
           MOVE 0 TO WS-COLLECTED-AMT
           MOVE 0 TO WS-EVENT-FEE
           MOVE RCD-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Deposit account missing - fix"
                       TO RCL-MESSAGE
                   PERFORM WRITE-COLLECTION-LINE
               NOT INVALID KEY
                   PERFORM ACCRUE-MONTH-INTEREST
                   PERFORM DEBIT-THE-LINKED-ACCOUNT
                   PERFORM ADVANCE-DUE-DATE
                   REWRITE RECURRING-DEPOSIT-RECORD
                   CALL "FILERR" USING "RDCOLL  " "RECDEP"
                       WS-RECDEP-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   PERFORM WRITE-COLLECTION-LINE
           END-READ.

      * ONE MONTH'S INTEREST ON WHAT THE DEPOSIT HOLDS BEFORE
      * TODAY'S INSTALLMENT - EACH INSTALLMENT EARNS FROM ITS OWN
      * DUE DATE, AND EARNED INTEREST COMPOUNDS WITH IT.
       ACCRUE-MONTH-INTEREST.
           IF ACM-BALANCE > 0
               COMPUTE WS-PERIODIC-RATE = RCD-CONTRACT-RATE / 1200
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   (ACM-BALANCE + RCD-INTEREST-EARNED)
                       * WS-PERIODIC-RATE
               ADD WS-MONTH-INTEREST TO RCD-INTEREST-EARNED
           END-IF.

      * THE INSTALLMENT IS ALL OR NOTHING - A PART PAYMENT WOULD
      * LEAVE THE CONTRACT NEITHER PAID NOR MISSED. IT IS ALSO IN
      * THE DEPOSIT'S CURRENCY, SO A LINKED ACCOUNT HELD IN ANOTHER
      * CANNOT FUND IT.
       DEBIT-THE-LINKED-ACCOUNT.
           MOVE ACM-CURRENCY-CODE TO WS-RD-CURRENCY
           MOVE RCD-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Linked account missing" TO RCL-MESSAGE
                   PERFORM RECORD-MISSED-INSTALLMENT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACM-ACCT-ACTIVE
                           MOVE "Linked account not active"
                               TO RCL-MESSAGE
                           PERFORM RECORD-MISSED-INSTALLMENT
                       WHEN ACM-CURRENCY-CODE NOT = WS-RD-CURRENCY
                           MOVE "Linked currency differs"
                               TO RCL-MESSAGE
                           PERFORM RECORD-MISSED-INSTALLMENT
                       WHEN OTHER
                           PERFORM CHECK-FUNDS-AND-COLLECT
                   END-EVALUATE
           END-READ.

       CHECK-FUNDS-AND-COLLECT.
           PERFORM LOOKUP-MIN-BAL
           PERFORM LOOKUP-OVERDRAFT-LIMIT
           COMPUTE WS-AVAILABLE = ACM-BALANCE - WS-BAL-FLOOR
           IF WS-AVAILABLE >= RCD-INSTALLMENT-AMT
               PERFORM POST-THE-INSTALLMENT
           ELSE
               MOVE "Insufficient funds - missed" TO RCL-MESSAGE
               PERFORM RECORD-MISSED-INSTALLMENT
           END-IF.

       LOOKUP-MIN-BAL.
           MOVE 1000 TO MIN-BAL
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "RDCOLL  " "MINBALPM"
               WS-MINBALPM-STATUS WS-ABEND-FLAG
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

       LOOKUP-OVERDRAFT-LIMIT.
           MOVE MIN-BAL TO WS-BAL-FLOOR
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT OVERDRAFT-LIMITS
           IF WS-ODLIMIT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "RDCOLL  " "OVRDRLIM"
               WS-ODLIMIT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-NUMBER TO ODL-ACCOUNT-NUMBER
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

      * THE LINKED ACCOUNT PAYS OUT FIRST, THEN THE DEPOSIT IS
      * CREDITED - EACH SIDE BOOKS ITS GL LEG AT ITS OWN BRANCH.
       POST-THE-INSTALLMENT.
           MOVE RCD-INSTALLMENT-AMT TO WS-COLLECTED-AMT
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-COLLECTED-AMT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "RDCOLL  " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "RDCOLLECT" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-COLLECTED-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "RDCOLL  " "INSTLDR " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "RDCOLL  " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-COLLECTED-AMT   TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "RDID" TO STX-TRANS-CODE
           MOVE RCD-ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE RCD-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "DEPOSIT ACCOUNT VANISHED MID-RUN - "
                       RCD-ACCOUNT-NUMBER " - INVESTIGATE"
                   STOP RUN
               NOT INVALID KEY
                   PERFORM CREDIT-THE-DEPOSIT
           END-READ

           ADD 1 TO RCD-INSTALLS-PAID
           ADD WS-COLLECTED-AMT TO RCD-TOTAL-DEPOSITED
           MOVE "Installment collected" TO RCL-MESSAGE
           ADD 1 TO WS-COLLECTED-COUNT.

       CREDIT-THE-DEPOSIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WS-COLLECTED-AMT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "RDCOLL  " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "RDCOLLECT" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-COLLECTED-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "RDCOLL  " "INSTLCR " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "RDCOLL  " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WS-COLLECTED-AMT   TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "RDIC" TO STX-TRANS-CODE
           MOVE RCD-LINKED-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

      * THE MISSED-INSTALLMENT PENALTY COMES OUT OF THE DEPOSIT
      * ITSELF - THE LINKED ACCOUNT HAS JUST PROVED IT CANNOT
      * PAY - AND NEVER TAKES THE DEPOSIT BELOW ZERO.
       RECORD-MISSED-INSTALLMENT.
           ADD 1 TO RCD-INSTALLS-MISSED
           ADD 1 TO WS-MISSED-COUNT
           MOVE RCD-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "DEPOSIT ACCOUNT VANISHED MID-RUN - "
                       RCD-ACCOUNT-NUMBER " - INVESTIGATE"
                   STOP RUN
               NOT INVALID KEY
                   PERFORM CHARGE-MISSED-PENALTY
           END-READ

           PERFORM LOOKUP-MAX-MISSED
           IF RCD-INSTALLS-MISSED >= WS-MAX-MISSED
               SET RCD-CONTRACT-DEFAULTED TO TRUE
               MOVE "Defaulted - too many misses" TO RCL-MESSAGE
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF.

       LOOKUP-MAX-MISSED.
           MOVE 3 TO WS-MAX-MISSED
           OPEN INPUT RD-PARAMETER
           IF WS-RDPARM-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "RDCOLL  " "RDPARM"
               WS-RDPARM-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-TYPE TO RDM-ACCOUNT-TYPE
               READ RD-PARAMETER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RDM-MAX-MISSED > 0
                           MOVE RDM-MAX-MISSED TO WS-MAX-MISSED
                       END-IF
               END-READ
               CLOSE RD-PARAMETER
           END-IF.

       CHARGE-MISSED-PENALTY.
           MOVE 0 TO WS-EVENT-FEE
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "RDCOLL  " "FEESCHED"
               WS-FEESCHED-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
               MOVE "RDMS"           TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FSC-FEE-AMOUNT TO WS-EVENT-FEE
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF

           PERFORM CHECK-FEE-EXEMPTION
           IF WS-FEE-EXEMPT
               MOVE 0 TO WS-EVENT-FEE
           END-IF

           IF ACM-BALANCE NOT > 0
               MOVE 0 TO WS-EVENT-FEE
           ELSE
               IF WS-EVENT-FEE > ACM-BALANCE
                   MOVE ACM-BALANCE TO WS-EVENT-FEE
               END-IF
           END-IF

           IF WS-EVENT-FEE > 0
               PERFORM POST-MISSED-PENALTY
           END-IF.

       CHECK-FEE-EXEMPTION.
           MOVE "N" TO WS-EXEMPT-FLAG
           OPEN INPUT FEE-EXEMPTIONS
           IF WS-FEEEXMPT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "RDCOLL  " "FEEEXMPT"
               WS-FEEEXMPT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-NUMBER TO FEX-ACCOUNT-NUMBER
               READ FEE-EXEMPTIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEX-EXEMPT-ACTIVE
                           SET WS-FEE-EXEMPT TO TRUE
                       END-IF
               END-READ
               CLOSE FEE-EXEMPTIONS
           END-IF.

       POST-MISSED-PENALTY.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-EVENT-FEE
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "RDCOLL  " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "TXNFEE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-EVENT-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "RDCOLL  " "FEE     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "RDCOLL  " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-EVENT-FEE       TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEE " TO STX-TRANS-CODE
           MOVE WS-DUE-DATE TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           OPEN EXTEND FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               OPEN OUTPUT FEE-EVENT-REGISTER
           END-IF
           CALL "FILERR" USING "RDCOLL  " "FEEEVREG"
               WS-FEEEVREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE         TO FEV-POSTING-DATE
           MOVE ACM-BRANCH         TO FEV-BRANCH
           MOVE ACM-ACCOUNT-NUMBER TO FEV-ACCOUNT-NUMBER
           MOVE ACM-ACCOUNT-TYPE   TO FEV-ACCOUNT-TYPE
           MOVE "RDMS"             TO FEV-EVENT-CODE
           MOVE WS-EVENT-FEE       TO FEV-FEE-AMOUNT
           WRITE FEE-EVENT-RECORD
           CLOSE FEE-EVENT-REGISTER.

      * NEXT INSTALLMENT IS THE SAME DUE DAY ONE MONTH ON - THE
      * DUE DAY IS CAPPED AT THE 28TH SO IT EXISTS EVERY MONTH.
       ADVANCE-DUE-DATE.
           MOVE RCD-NEXT-DUE-DATE TO WS-DUE-SPLIT
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE RCD-DUE-DAY TO WS-DUE-DD
           MOVE WS-DUE-SPLIT TO RCD-NEXT-DUE-DATE.

       WRITE-COLLECTION-LINE.
           MOVE RCD-ACCOUNT-NUMBER  TO RCL-ACCOUNT-NUMBER
           MOVE WS-DUE-DATE         TO RCL-DUE-DATE
           MOVE WS-COLLECTED-AMT    TO RCL-COLLECTED
           MOVE WS-EVENT-FEE        TO RCL-PENALTY
           MOVE RCD-INSTALLS-PAID   TO RCL-PAID
           MOVE RCD-INSTALLS-MISSED TO RCL-MISSED
           WRITE COLLECTION-REPORT-LINE.
