       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDMATUR.

      *****************************************************
      * Nightly recurring-deposit maturity run. Finds open   *
      * contracts maturing on or before the processing date,  *
      * adds the final month's interest on the cumulative      *
      * installments to what RDCOLL has compounded, and pays    *
      * the installments plus interest to the customer's linked  *
      * demand account the way TDMATUR pays a term deposit, with  *
      * AUDTRAIL images and statement lines on every leg. A        *
      * defaulted contract is paid out the same way the night it    *
      * defaults, but returns the installments only - the interest   *
      * is forfeited.                                                 *
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

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT COLLATERAL-REGISTER ASSIGN TO "COLLREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COL-KEY
               FILE STATUS WS-COLLREG-STATUS.

           SELECT MATURITY-REPORT ASSIGN TO "RDMATRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RDMATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-DEPOSIT-FILE.
       COPY "RECDEP.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  COLLATERAL-REGISTER.
       COPY "COLLREG.cpy".

       FD  MATURITY-REPORT.
       01 MATURITY-REPORT-LINE.
          05 MTR-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MTR-PRINCIPAL          PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MTR-INTEREST-PAID      PIC 9(7)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MTR-PAID               PIC 9(3).
          05 FILLER                 PIC X(1)   VALUE "/".
          05 MTR-MISSED             PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MTR-DISPOSITION        PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-RECDEP-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-RDMATRPT-STATUS  PIC XX.
       01 WS-COLLREG-STATUS   PIC XX.
       01 WS-COLL-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-COLLATERAL VALUE "Y".
       01 WS-LIEN-FLAG        PIC X      VALUE "N".
          88 WS-RD-UNDER-LIEN VALUE "Y".
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CONTRACTS VALUE "Y".
       01 WS-MATURED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-DEFAULTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-PERIODIC-RATE    PIC V9(9).
       01 WS-MONTH-INTEREST   PIC 9(7)V99.
       01 WS-PRINCIPAL        PIC 9(9)V99.
       01 WS-MATURITY-AMOUNT  PIC 9(9)V99.
       01 WS-INTEREST-PAID    PIC 9(7)V99.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-RD-RECORD        PIC X(61).
       01 WS-RD-CURRENCY      PIC X(3).
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
               IF (RCD-CONTRACT-OPEN
                  AND RCD-MATURITY-DATE <= WS-TS-DATE)
                  OR RCD-CONTRACT-DEFAULTED
                   PERFORM MATURE-ONE-CONTRACT
               END-IF
               PERFORM READ-NEXT-CONTRACT
           END-PERFORM

           DISPLAY "RECURRING DEPOSIT MATURITY RUN COMPLETE - "
               WS-MATURED-COUNT " MATURED " WS-DEFAULTED-COUNT
               " DEFAULTED PAID OUT"

           CLOSE RECURRING-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE MATURITY-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O RECURRING-DEPOSIT-FILE
           IF WS-RECDEP-STATUS = "35"
               DISPLAY "NO RECURRING DEPOSITS - NOTHING TO MATURE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "RDMATUR " "RECDEP" WS-RECDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "RDMATUR " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           IF WS-STMTEXT-STATUS = "35"
               OPEN OUTPUT STATEMENT-EXTRACT
           END-IF
           CALL "FILERR" USING "RDMATUR " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT MATURITY-REPORT
           CALL "FILERR" USING "RDMATUR " "RDMATRPT" WS-RDMATRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-CONTRACT.
           READ RECURRING-DEPOSIT-FILE NEXT RECORD
               AT END SET END-OF-CONTRACTS TO TRUE
           END-READ.

       MATURE-ONE-CONTRACT.
           MOVE RCD-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO WS-PRINCIPAL
                   MOVE 0 TO WS-INTEREST-PAID
                   MOVE "Account missing - investigate"
                       TO MTR-DISPOSITION
                   PERFORM WRITE-MATURITY-LINE
               NOT INVALID KEY
                   PERFORM WORK-OUT-PROCEEDS
           END-READ.

      * THE LAST INSTALLMENT HAS EARNED ONE MONTH BY MATURITY -
      * THE SAME MONTHLY STEP RDCOLL TAKES ON EACH DUE DATE. A
      * DEFAULTED CONTRACT FORFEITS EVERYTHING IT HAD EARNED.
       WORK-OUT-PROCEEDS.
           IF ACM-BALANCE > 0
               MOVE ACM-BALANCE TO WS-PRINCIPAL
           ELSE
               MOVE 0 TO WS-PRINCIPAL
           END-IF
           IF RCD-CONTRACT-DEFAULTED
               MOVE 0 TO WS-INTEREST-PAID
           ELSE
               COMPUTE WS-PERIODIC-RATE = RCD-CONTRACT-RATE / 1200
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   (WS-PRINCIPAL + RCD-INTEREST-EARNED)
                       * WS-PERIODIC-RATE
               COMPUTE WS-INTEREST-PAID =
                   RCD-INTEREST-EARNED + WS-MONTH-INTEREST
           END-IF
           COMPUTE WS-MATURITY-AMOUNT =
               WS-PRINCIPAL + WS-INTEREST-PAID

      * A DEPOSIT UNDER A COLLATERAL LIEN NEVER PAYS OUT - IT
      * SITS ON THE REPORT UNTIL THE LOAN DESK RELEASES THE
      * PLEDGE, AS TDMATUR HOLDS A PLEDGED TERM DEPOSIT.
           PERFORM CHECK-RD-LIEN
           IF WS-RD-UNDER-LIEN
               MOVE "Lien held - payout suspended"
                   TO MTR-DISPOSITION
               PERFORM WRITE-MATURITY-LINE
           ELSE
               PERFORM PAY-TO-LINKED-ACCOUNT
           END-IF.

       CHECK-RD-LIEN.
           MOVE "N" TO WS-LIEN-FLAG
           MOVE "N" TO WS-COLL-EOF-FLAG
           OPEN INPUT COLLATERAL-REGISTER
           IF WS-COLLREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "RDMATUR " "COLLREG"
               WS-COLLREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-COLLATERAL
                   READ COLLATERAL-REGISTER NEXT RECORD
                       AT END SET END-OF-COLLATERAL TO TRUE
                       NOT AT END
                           IF COL-PLEDGED
                              AND COL-TD-ACCOUNT
                                  = RCD-ACCOUNT-NUMBER
                               SET WS-RD-UNDER-LIEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-REGISTER
           END-IF.

      * THE LINKED ACCOUNT IS PROVEN TO EXIST BEFORE A CENT
      * LEAVES THE DEPOSIT - A MISSING PAYOUT TARGET LEAVES THE
      * CONTRACT UNTOUCHED FOR THE DESK TO FIX.
       PAY-TO-LINKED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-RD-RECORD
           MOVE ACM-CURRENCY-CODE TO WS-RD-CURRENCY
           MOVE RCD-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Linked account missing - fix"
                       TO MTR-DISPOSITION
                   PERFORM WRITE-MATURITY-LINE
               NOT INVALID KEY
                   IF ACM-CURRENCY-CODE NOT = WS-RD-CURRENCY
                       MOVE "Linked currency differs - fix"
                           TO MTR-DISPOSITION
                       PERFORM WRITE-MATURITY-LINE
                   ELSE
                       PERFORM PAY-OUT-AND-CREDIT
                   END-IF
           END-READ.

       PAY-OUT-AND-CREDIT.
           MOVE WS-RD-RECORD TO ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE 0 TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "RDMATUR " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "RDMATURE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

      * THE INTEREST RAISES THE LIABILITY AND SHOWS ON THE
      * STATEMENT FIRST, THEN THE FULL PROCEEDS LEAVE THE DEPOSIT.
           IF WS-INTEREST-PAID > 0
               MOVE WS-INTEREST-PAID TO WS-GL-AMOUNT
               CALL "GLRULE" USING "RDMATUR " "INTEREST"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "RDMATUR " ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT

               MOVE RCD-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
               SET STX-INTEREST        TO TRUE
               MOVE WS-INTEREST-PAID   TO STX-TRANS-AMOUNT
               MOVE WS-MATURITY-AMOUNT TO STX-NEW-BALANCE
               MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
               MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
               MOVE "BAT"  TO STX-CHANNEL-CODE
               MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
               MOVE SPACES TO STX-CURRENCY-CODE
               MOVE 0 TO STX-EXCHANGE-RATE
               MOVE "RDIN" TO STX-TRANS-CODE
               MOVE SPACES TO STX-REFERENCE
               WRITE STATEMENT-EXTRACT-RECORD
           END-IF

           MOVE WS-MATURITY-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "RDMATUR " "PROCEEDS" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "RDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE RCD-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-MATURITY-AMOUNT TO STX-TRANS-AMOUNT
           MOVE 0                  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "RDCL" TO STX-TRANS-CODE
           MOVE RCD-LINKED-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE RCD-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "LINKED ACCOUNT VANISHED MID-RUN - "
                       RCD-LINKED-ACCOUNT " - INVESTIGATE"
                   STOP RUN
               NOT INVALID KEY
                   PERFORM CREDIT-LINKED-ACCOUNT
           END-READ

           MOVE WS-INTEREST-PAID   TO RCD-INTEREST-EARNED
           MOVE WS-MATURITY-AMOUNT TO RCD-MATURITY-VALUE
           IF RCD-CONTRACT-DEFAULTED
               SET RCD-CONTRACT-CLOSED TO TRUE
               MOVE "Defaulted - installments repaid"
                   TO MTR-DISPOSITION
               ADD 1 TO WS-DEFAULTED-COUNT
           ELSE
               SET RCD-CONTRACT-MATURED TO TRUE
               MOVE "Matured - paid to linked acct"
                   TO MTR-DISPOSITION
               ADD 1 TO WS-MATURED-COUNT
           END-IF
           REWRITE RECURRING-DEPOSIT-RECORD
           CALL "FILERR" USING "RDMATUR " "RECDEP" WS-RECDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM WRITE-MATURITY-LINE.

       CREDIT-LINKED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WS-MATURITY-AMOUNT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "RDMATUR " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "RDMATURE" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-MATURITY-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "RDMATUR " "PAYLINK " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "RDMATUR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE RCD-LINKED-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WS-MATURITY-AMOUNT TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "RDCR" TO STX-TRANS-CODE
           MOVE RCD-ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-MATURITY-LINE.
           MOVE RCD-ACCOUNT-NUMBER  TO MTR-ACCOUNT-NUMBER
           MOVE WS-PRINCIPAL        TO MTR-PRINCIPAL
           MOVE WS-INTEREST-PAID    TO MTR-INTEREST-PAID
           MOVE RCD-INSTALLS-PAID   TO MTR-PAID
           MOVE RCD-INSTALLS-MISSED TO MTR-MISSED
           WRITE MATURITY-REPORT-LINE.
