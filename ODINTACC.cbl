               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT BACK-VALUE-FILE ASSIGN TO "BACKVAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BVL-KEY
               FILE STATUS WS-BACKVAL-STATUS.

           SELECT BACK-VALUE-REPORT ASSIGN TO "BVDRADJ.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BVDRADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  BACK-VALUE-FILE.
       COPY "BACKVAL.cpy".

       FD  BACK-VALUE-REPORT.
       01 BACK-VALUE-REPORT-LINE.
          05 BVR-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-DIRECTION          PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-VALUE-DATE         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-POSTING-DATE       PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-DAYS               PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-ADJUSTMENT         PIC S9(9)V9(4)
                                    SIGN LEADING SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BVR-MESSAGE            PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-EXCESS-COUNT     PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
       01 WS-BACKVAL-STATUS   PIC XX.
       01 WS-BVDRADJ-STATUS   PIC XX.
       01 WS-BV-EOF-FLAG      PIC X      VALUE "N".
          88 END-OF-BACK-VALUES VALUE "Y".
       01 WS-BV-DAYS          PIC 9(5).
       01 WS-BV-BALANCE       PIC S9(11)V99.
       01 WS-BV-WITH-INT      PIC 9(9)V9(4).
       01 WS-BV-WITHOUT-INT   PIC 9(9)V9(4).
       01 WS-BV-TOTAL-ADJ     PIC S9(9)V9(4).
       01 WS-BV-NEW-AMOUNT    PIC S9(9)V9(4).
       01 WS-BV-SETTLED-COUNT PIC 9(7)   VALUE 0.
       01 WS-BV-WAITING-COUNT PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           IF NOT WS-DAILY-ACCRUAL AND NOT WS-CHARGE-MODE
               DISPLAY "INVALID RUN MODE - ENTER D OR M"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               END-PERFORM
           END-IF

      * THE BACK-VALUE PASS RUNS AFTER THE MASTER WALK - ITS
      * RANDOM READS WOULD OTHERWISE MOVE THE READ-NEXT POSITION.
           IF WS-DAILY-ACCRUAL
               PERFORM ADJUST-BACK-VALUED-ITEMS
           END-IF

           IF WS-DAILY-ACCRUAL
               DISPLAY "OVERDRAFT ACCRUAL COMPLETE - ACCRUED "
                   WS-ACCRUED-COUNT " IN EXCESS " WS-EXCESS-COUNT
                   " SKIPPED " WS-SKIPPED-COUNT
               DISPLAY "BACK-VALUE ADJUSTMENTS SETTLED "
                   WS-BV-SETTLED-COUNT " AWAITING APPROVAL "
                   WS-BV-WAITING-COUNT
           ELSE
               DISPLAY "OVERDRAFT INTEREST CHARGED - "
                   WS-CHARGED-COUNT " ACCOUNT(S), "
           CLOSE OVERDRAFT-ACCRUAL
           IF WS-DAILY-ACCRUAL
               CLOSE EXCESS-REPORT
               IF WS-BACKVAL-STATUS NOT = "35"
                   CLOSE BACK-VALUE-FILE
               END-IF
               CLOSE BACK-VALUE-REPORT
           ELSE
               CLOSE STATEMENT-EXTRACT
           END-IF

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ACCOUNT-MASTER
               IF WS-ABEND
                   STOP RUN
               END-IF

               OPEN I-O BACK-VALUE-FILE
               IF WS-BACKVAL-STATUS = "35"
                   CONTINUE
               ELSE
                   CALL "FILERR" USING "ODINTACC" "BACKVAL"
                       WS-BACKVAL-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
               END-IF

               OPEN OUTPUT BACK-VALUE-REPORT
               CALL "FILERR" USING "ODINTACC" "BVDRADJ"
                   WS-BVDRADJ-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           ELSE
               OPEN EXTEND STATEMENT-EXTRACT
               IF WS-STMTEXT-STATUS = "35"
               CALL "AUDITLOG" USING "ODINTEREST" "BATCH"
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE
               MOVE WS-CHARGE-AMOUNT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "ODINTACC" "DRINT   "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "ODINTACC" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT

               MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
               MOVE STX-TRANS-AMOUNT   TO STX-ORIG-AMOUNT
               MOVE SPACES             TO STX-CURRENCY-CODE
               MOVE 0                  TO STX-EXCHANGE-RATE
               MOVE "ODIN"             TO STX-TRANS-CODE
               MOVE SPACES             TO STX-REFERENCE
               WRITE STATEMENT-EXTRACT-RECORD
               CALL "FILERR" USING "ODINTACC" "STMTEXT"
                   WS-STMTEXT-STATUS WS-ABEND-FLAG
               END-IF
               ADD 1 TO WS-CHARGED-COUNT
           END-IF.

      * THE DEBIT-INTEREST SIDE OF EVERY OPEN BACK-VALUED ITEM.
      * THE OVERDRAWN PORTION OF THE BALANCE WITH THE ITEM IS SET
      * AGAINST THE OVERDRAWN PORTION WITHOUT IT FOR EACH DAY FROM
      * THE VALUE DATE TO THE DAY BEFORE POSTING, AT THE FACILITY
      * RATE - A BACK-VALUED CREDIT HANDS BACK INTEREST CHARGED
      * ON MONEY THE CUSTOMER HAD ALREADY PAID IN, A BACK-VALUED
      * DEBIT PICKS UP THE INTEREST IT ESCAPED.
       ADJUST-BACK-VALUED-ITEMS.
           IF WS-BACKVAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-BACK-VALUE-RECORD
               PERFORM UNTIL END-OF-BACK-VALUES
                   IF BVL-DR-INT-OPEN
                       PERFORM SETTLE-DEBIT-SIDE
                   END-IF
                   PERFORM READ-BACK-VALUE-RECORD
               END-PERFORM
           END-IF.

       READ-BACK-VALUE-RECORD.
           READ BACK-VALUE-FILE NEXT RECORD
               AT END SET END-OF-BACK-VALUES TO TRUE
           END-READ.

       SETTLE-DEBIT-SIDE.
           MOVE 0 TO WS-BV-TOTAL-ADJ
           COMPUTE WS-BV-DAYS =
               FUNCTION INTEGER-OF-DATE(BVL-POSTING-DATE)
               - FUNCTION INTEGER-OF-DATE(BVL-VALUE-DATE)
           EVALUATE TRUE
               WHEN BVL-AWAITING-APPROVAL
                   ADD 1 TO WS-BV-WAITING-COUNT
               WHEN BVL-DECLINED
                   MOVE "Back-valuation declined" TO BVR-MESSAGE
                   PERFORM CLOSE-DEBIT-SIDE
               WHEN OTHER
                   PERFORM REPRICE-DEBIT-SIDE
                   PERFORM CLOSE-DEBIT-SIDE
           END-EVALUATE.

       REPRICE-DEBIT-SIDE.
           MOVE BVL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Account not on file" TO BVR-MESSAGE
               NOT INVALID KEY
                   PERFORM PRICE-MISSED-DAYS
           END-READ.

      * THE FACILITY CARRIES ONE DEBIT RATE WITH NO HISTORY, SO
      * EVERY MISSED DAY IS PRICED AT IT, EXACTLY AS THE NIGHTLY
      * ACCRUAL WOULD HAVE DONE.
       PRICE-MISSED-DAYS.
           PERFORM LOOKUP-THE-FACILITY
           IF BVL-CREDIT
               COMPUTE WS-BV-BALANCE = BVL-PRIOR-BALANCE + BVL-AMOUNT
           ELSE
               COMPUTE WS-BV-BALANCE = BVL-PRIOR-BALANCE - BVL-AMOUNT
           END-IF
           PERFORM PRICE-OVERDRAWN-DAY
           MOVE WS-DAY-INTEREST TO WS-BV-WITH-INT
           MOVE BVL-PRIOR-BALANCE TO WS-BV-BALANCE
           PERFORM PRICE-OVERDRAWN-DAY
           MOVE WS-DAY-INTEREST TO WS-BV-WITHOUT-INT
           COMPUTE WS-BV-TOTAL-ADJ =
               (WS-BV-WITH-INT - WS-BV-WITHOUT-INT) * WS-BV-DAYS
           IF WS-BV-TOTAL-ADJ = 0
               MOVE "No interest difference" TO BVR-MESSAGE
           ELSE
               PERFORM APPLY-DEBIT-ADJUSTMENT
           END-IF.

       PRICE-OVERDRAWN-DAY.
           MOVE 0 TO WS-DAY-INTEREST
           IF WS-BV-BALANCE < 0
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   (0 - WS-BV-BALANCE) * WS-DEBIT-RATE / 36500
           END-IF.

      * ODA-LAST-ACCRUAL-DATE IS THE NIGHTLY RERUN GUARD AND IS
      * LEFT ALONE. A REFUND LARGER THAN WHAT IS STILL ACCRUED -
      * THE MONTH-END CHARGE ALREADY TOOK IT - FLOORS AT ZERO AND
      * IS LEFT TO THE CREDIT DESK.
       APPLY-DEBIT-ADJUSTMENT.
           MOVE ACM-ACCOUNT-NUMBER TO ODA-ACCOUNT-NUMBER
           READ OVERDRAFT-ACCRUAL
               INVALID KEY
                   IF WS-BV-TOTAL-ADJ > 0
                       MOVE ACM-ACCOUNT-NUMBER TO ODA-ACCOUNT-NUMBER
                       MOVE WS-BV-TOTAL-ADJ    TO ODA-ACCRUED-AMT
                       MOVE 0                  TO ODA-LAST-ACCRUAL-DATE
                       WRITE OVERDRAFT-ACCRUAL-RECORD
                       MOVE "Interest adjusted" TO BVR-MESSAGE
                   ELSE
                       MOVE "Refund exceeds accrual - review"
                           TO BVR-MESSAGE
                   END-IF
               NOT INVALID KEY
                   MOVE "Interest adjusted" TO BVR-MESSAGE
                   COMPUTE WS-BV-NEW-AMOUNT =
                       ODA-ACCRUED-AMT + WS-BV-TOTAL-ADJ
                   IF WS-BV-NEW-AMOUNT < 0
                       MOVE 0 TO WS-BV-NEW-AMOUNT
                       MOVE "Refund exceeds accrual - review"
                           TO BVR-MESSAGE
                   END-IF
                   MOVE WS-BV-NEW-AMOUNT TO ODA-ACCRUED-AMT
                   REWRITE OVERDRAFT-ACCRUAL-RECORD
           END-READ
           CALL "FILERR" USING "ODINTACC" "OVRACCR" WS-OVRACCR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-DEBIT-SIDE.
           MOVE WS-BV-TOTAL-ADJ    TO BVL-DR-INT-ADJ
           MOVE WS-TS-DATE         TO BVL-DR-INT-DATE
           SET BVL-DR-INT-DONE     TO TRUE
           REWRITE BACK-VALUE-RECORD
           CALL "FILERR" USING "ODINTACC" "BACKVAL" WS-BACKVAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE BVL-ACCOUNT-NUMBER TO BVR-ACCOUNT-NUMBER
           MOVE BVL-DIRECTION      TO BVR-DIRECTION
           MOVE BVL-AMOUNT         TO BVR-AMOUNT
           MOVE BVL-VALUE-DATE     TO BVR-VALUE-DATE
           MOVE BVL-POSTING-DATE   TO BVR-POSTING-DATE
           MOVE WS-BV-DAYS         TO BVR-DAYS
           MOVE WS-BV-TOTAL-ADJ    TO BVR-ADJUSTMENT
           WRITE BACK-VALUE-REPORT-LINE
           ADD 1 TO WS-BV-SETTLED-COUNT.
