       IDENTIFICATION DIVISION.
       PROGRAM-ID. LKRRENT.

      *****************************************************
      * Nightly safe deposit locker rent collection. For     *
      * every allotted locker whose annual rent has fallen    *
      * due, the rent is looked up on FEESCHED under the rent  *
      * account's type and the locker-size event code, the      *
      * standing fee exemption is honored, and the year's rent   *
      * is debited to the linked account through the MINBALPM     *
      * (and approved overdraft) floor with a statement line, the  *
      * fee event register and the balanced GL income entry. Rent   *
      * the account cannot cover in full is not taken at all - the   *
      * locker goes into arrears and is retried every night until     *
      * paid or broken open.                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "LOCKER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LKR-KEY
               FILE STATUS WS-LOCKER-STATUS.

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

           SELECT RENT-REPORT ASSIGN TO "LKRRENT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LKRRENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKER-FILE.
       COPY "LOCKER.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  MIN-BAL-PARAMETER.
       COPY "MINBALPM.cpy".

       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

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

       FD  RENT-REPORT.
       01 RENT-REPORT-LINE.
          05 LRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LRL-LOCKER-NUMBER      PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LRL-RENT-ACCOUNT       PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LRL-DUE-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LRL-RENT               PIC 9(5)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LRL-MESSAGE            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LOCKER-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-FEEEXMPT-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-LKRRENT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOCKERS   VALUE "Y".
       01 WS-EXEMPT-FLAG      PIC X      VALUE "N".
          88 WS-FEE-EXEMPT    VALUE "Y".
       01 WS-EVENT-CODE       PIC X(4).
       01 WS-EVENT-FEE        PIC 9(5)V99 VALUE 0.
       01 WS-DUE-DATE         PIC 9(8).
       01 WS-AVAILABLE        PIC S9(9)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-COLLECTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-ARREARS-COUNT    PIC 9(7)   VALUE 0.
       01 WS-DUE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
          05 WS-DUE-DD        PIC 9(2).
       01 WS-LOCKER-REF.
          05 WS-REF-BRANCH    PIC X(4).
          05 FILLER           PIC X      VALUE "/".
          05 WS-REF-LOCKER    PIC 9(4).
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

           PERFORM READ-NEXT-LOCKER
           PERFORM UNTIL END-OF-LOCKERS
               IF LKR-ALLOTTED
                  AND LKR-RENT-DUE-DATE <= WS-TS-DATE
                   PERFORM COLLECT-ONE-RENT
               END-IF
               PERFORM READ-NEXT-LOCKER
           END-PERFORM

           DISPLAY "LOCKER RENT COLLECTION COMPLETE - COLLECTED "
               WS-COLLECTED-COUNT " IN ARREARS " WS-ARREARS-COUNT

           CLOSE LOCKER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE RENT-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O LOCKER-FILE
           IF WS-LOCKER-STATUS = "35"
               DISPLAY "NO LOCKERS ON FILE - NO RENT TO COLLECT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "LKRRENT " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "LKRRENT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           IF WS-STMTEXT-STATUS = "35"
               OPEN OUTPUT STATEMENT-EXTRACT
           END-IF
           CALL "FILERR" USING "LKRRENT " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT RENT-REPORT
           CALL "FILERR" USING "LKRRENT " "LKRRENT" WS-LKRRENT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-LOCKER.
           READ LOCKER-FILE NEXT RECORD
               AT END SET END-OF-LOCKERS TO TRUE
           END-READ.

      * THE RENT IS ALL OR NOTHING - A PART PAYMENT WOULD LEAVE
      * THE LOCKER NEITHER PAID UP NOR IN ARREARS.
       COLLECT-ONE-RENT.
           MOVE LKR-RENT-DUE-DATE TO WS-DUE-DATE
           MOVE 0 TO WS-EVENT-FEE
           MOVE LKR-RENT-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Rent account missing" TO LRL-MESSAGE
                   PERFORM RECORD-RENT-ARREARS
               NOT INVALID KEY
                   IF ACM-ACCT-ACTIVE
                       PERFORM LOOKUP-LOCKER-RENT
                       PERFORM CHECK-FEE-EXEMPTION
                       EVALUATE TRUE
                           WHEN WS-FEE-EXEMPT
                               MOVE 0 TO WS-EVENT-FEE
                               MOVE "Exempt - rent waived"
                                   TO LRL-MESSAGE
                               PERFORM ADVANCE-RENT-DUE-DATE
                           WHEN WS-EVENT-FEE = 0
                               MOVE "No rent on FEESCHED - free"
                                   TO LRL-MESSAGE
                               PERFORM ADVANCE-RENT-DUE-DATE
                           WHEN OTHER
                               PERFORM CHECK-FUNDS-AND-COLLECT
                       END-EVALUATE
                   ELSE
                       MOVE "Rent account not active"
                           TO LRL-MESSAGE
                       PERFORM RECORD-RENT-ARREARS
                   END-IF
           END-READ

           REWRITE LOCKER-RECORD
           CALL "FILERR" USING "LKRRENT " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM WRITE-RENT-LINE.

      * ONE EVENT CODE PER LOCKER SIZE, PRICED PER ACCOUNT TYPE
      * LIKE EVERY OTHER CHARGE ON THE SCHEDULE.
       LOOKUP-LOCKER-RENT.
           EVALUATE TRUE
               WHEN LKR-SMALL  MOVE "LKRS" TO WS-EVENT-CODE
               WHEN LKR-MEDIUM MOVE "LKRM" TO WS-EVENT-CODE
               WHEN OTHER      MOVE "LKRL" TO WS-EVENT-CODE
           END-EVALUATE
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LKRRENT " "FEESCHED"
               WS-FEESCHED-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
               MOVE WS-EVENT-CODE    TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FSC-FEE-AMOUNT TO WS-EVENT-FEE
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF.

       CHECK-FEE-EXEMPTION.
           MOVE "N" TO WS-EXEMPT-FLAG
           OPEN INPUT FEE-EXEMPTIONS
           IF WS-FEEEXMPT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LKRRENT " "FEEEXMPT"
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

       CHECK-FUNDS-AND-COLLECT.
           PERFORM LOOKUP-MIN-BAL
           PERFORM LOOKUP-OVERDRAFT-LIMIT
           COMPUTE WS-AVAILABLE = ACM-BALANCE - WS-BAL-FLOOR
           IF WS-AVAILABLE >= WS-EVENT-FEE
               PERFORM POST-THE-RENT
               PERFORM ADVANCE-RENT-DUE-DATE
               MOVE "Rent collected" TO LRL-MESSAGE
               ADD 1 TO WS-COLLECTED-COUNT
           ELSE
               MOVE "Insufficient funds - arrears" TO LRL-MESSAGE
               PERFORM RECORD-RENT-ARREARS
           END-IF.

       LOOKUP-MIN-BAL.
           MOVE 1000 TO MIN-BAL
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "LKRRENT " "MINBALPM"
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
               CALL "FILERR" USING "LKRRENT " "OVRDRLIM"
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

       POST-THE-RENT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-EVENT-FEE
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "LKRRENT " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "TXNFEE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-EVENT-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LKRRENT " "FEE     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "LKRRENT " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE LKR-BRANCH        TO WS-REF-BRANCH
           MOVE LKR-LOCKER-NUMBER TO WS-REF-LOCKER
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
           MOVE "LKRR" TO STX-TRANS-CODE
           MOVE WS-LOCKER-REF TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           OPEN EXTEND FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               OPEN OUTPUT FEE-EVENT-REGISTER
           END-IF
           CALL "FILERR" USING "LKRRENT " "FEEEVREG"
               WS-FEEEVREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE         TO FEV-POSTING-DATE
           MOVE ACM-BRANCH         TO FEV-BRANCH
           MOVE ACM-ACCOUNT-NUMBER TO FEV-ACCOUNT-NUMBER
           MOVE ACM-ACCOUNT-TYPE   TO FEV-ACCOUNT-TYPE
           MOVE WS-EVENT-CODE      TO FEV-EVENT-CODE
           MOVE WS-EVENT-FEE       TO FEV-FEE-AMOUNT
           WRITE FEE-EVENT-RECORD
           CLOSE FEE-EVENT-REGISTER.

      * THE ARREARS DATE IS THE FIRST DUE DATE MISSED - LATER
      * FAILED RETRIES LEAVE IT WHERE IT IS, AND THE DUE DATE
      * STAYS PUT SO TOMORROW TRIES AGAIN.
       RECORD-RENT-ARREARS.
           IF LKR-ARREARS-SINCE = 0
               MOVE LKR-RENT-DUE-DATE TO LKR-ARREARS-SINCE
           END-IF
           ADD 1 TO WS-ARREARS-COUNT.

      * PAID OR WAIVED, THE NEXT YEAR FALLS DUE ON THE SAME DAY A
      * YEAR ON - 29 FEBRUARY BECOMES THE 28TH - AND ANY
      * ARREARS AND NOTICE ARE CLEARED.
       ADVANCE-RENT-DUE-DATE.
           MOVE LKR-RENT-DUE-DATE TO WS-DUE-SPLIT
           ADD 1 TO WS-DUE-YYYY
           IF WS-DUE-MM = 2 AND WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-SPLIT TO LKR-RENT-DUE-DATE
           MOVE 0 TO LKR-ARREARS-SINCE
           MOVE 0 TO LKR-NOTICE-DATE.

       WRITE-RENT-LINE.
           MOVE LKR-BRANCH          TO LRL-BRANCH
           MOVE LKR-LOCKER-NUMBER   TO LRL-LOCKER-NUMBER
           MOVE LKR-RENT-ACCOUNT    TO LRL-RENT-ACCOUNT
           MOVE WS-DUE-DATE         TO LRL-DUE-DATE
           MOVE WS-EVENT-FEE        TO LRL-RENT
           WRITE RENT-REPORT-LINE.
