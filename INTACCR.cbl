               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT BACK-VALUE-FILE ASSIGN TO "BACKVAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BVL-KEY
               FILE STATUS WS-BACKVAL-STATUS.

           SELECT BACK-VALUE-REPORT ASSIGN TO "BVCRADJ.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BVCRADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PST-STATUS             PIC X(30).

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
       01 WS-RATETBL-STATUS   PIC XX.
       01 WS-BAND1-INTEREST   PIC 9(9)V9(4).
       01 WS-BAND2-INTEREST   PIC 9(9)V9(4).
       01 WS-CAP-AMOUNT       PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-NEW-BALANCE      PIC 9(9)V99.
       01 WS-ACCRUED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-CAPPED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
      * BACK-VALUED ITEM REPRICING - THE RATES IN FORCE OVER THE
      * MISSED DAYS ARE HELD HERE ONCE PER ITEM.
       01 WS-BACKVAL-STATUS   PIC XX.
       01 WS-BVCRADJ-STATUS   PIC XX.
       01 WS-BV-EOF-FLAG      PIC X      VALUE "N".
          88 END-OF-BACK-VALUES VALUE "Y".
       01 WS-BV-RATE-FLAG     PIC X.
          88 WS-BV-RATE-FOUND VALUE "Y".
       01 WS-BV-OVR-FLAG      PIC X.
          88 WS-BV-OVR-ON-FILE VALUE "Y".
       01 WS-BV-CURRENT-RATE  PIC 9(2)V99.
       01 WS-BV-PRIOR-RATE    PIC 9(2)V99.
       01 WS-BV-EFFECTIVE-DATE PIC 9(8).
       01 WS-BV-BAND1-LIMIT   PIC 9(9)V99.
       01 WS-BV-BAND2-RATE    PIC 9(2)V99.
       01 WS-BV-UPLIFT        PIC 9(2)V99.
       01 WS-BV-OVR-RATE      PIC 9(2)V99.
       01 WS-BV-OVR-START     PIC 9(8).
       01 WS-BV-OVR-END       PIC 9(8).
       01 WS-BV-FIRST-DAY     PIC 9(8).
       01 WS-BV-LAST-DAY      PIC 9(8).
       01 WS-BV-DAY-INTEGER   PIC 9(8).
       01 WS-BV-DAY-DATE      PIC 9(8).
       01 WS-BV-DAYS          PIC 9(5).
       01 WS-BV-BALANCE       PIC S9(11)V99.
       01 WS-BV-BAND1-INT     PIC 9(9)V9(4).
       01 WS-BV-BAND2-INT     PIC 9(9)V9(4).
       01 WS-BV-BAND1-ADJ     PIC S9(9)V9(4).
       01 WS-BV-BAND2-ADJ     PIC S9(9)V9(4).
       01 WS-BV-TOTAL-ADJ     PIC S9(9)V9(4).
       01 WS-BV-NEW-AMOUNT    PIC S9(9)V9(4).
       01 WS-BV-SETTLED-COUNT PIC 9(7)   VALUE 0.
       01 WS-BV-WAITING-COUNT PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           IF NOT WS-DAILY-ACCRUAL AND NOT WS-CAPITALIZE
               DISPLAY "INVALID RUN MODE - ENTER D OR M"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM

      * THE BACK-VALUE PASS RUNS AFTER THE MASTER WALK - ITS
      * RANDOM READS WOULD OTHERWISE MOVE THE READ-NEXT POSITION.
           IF WS-DAILY-ACCRUAL
               PERFORM ADJUST-BACK-VALUED-ITEMS
           END-IF

           IF WS-DAILY-ACCRUAL
               DISPLAY "INTEREST ACCRUAL COMPLETE - ACCRUED "
                   WS-ACCRUED-COUNT " SKIPPED " WS-SKIPPED-COUNT
               DISPLAY "BACK-VALUE ADJUSTMENTS SETTLED "
                   WS-BV-SETTLED-COUNT " AWAITING APPROVAL "
                   WS-BV-WAITING-COUNT
           ELSE
               DISPLAY "INTEREST CAPITALIZATION COMPLETE - "
                   WS-CAPPED-COUNT " ACCOUNT(S) CAPITALIZED, "
           IF WS-CAPITALIZE
               CLOSE DEPOSIT-POSTING-REPORT
               CLOSE STATEMENT-EXTRACT
           ELSE
               IF WS-BACKVAL-STATUS NOT = "35"
                   CLOSE BACK-VALUE-FILE
               END-IF
               CLOSE BACK-VALUE-REPORT
           END-IF

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ACCOUNT-MASTER
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

      * NO BACK-VALUE FILE YET MEANS NOTHING HAS EVER BEEN
      * BOOKED WITH AN EARLIER VALUE DATE - THE REPORT IS EMPTY.
           IF WS-DAILY-ACCRUAL
               OPEN I-O BACK-VALUE-FILE
               IF WS-BACKVAL-STATUS = "35"
                   CONTINUE
               ELSE
                   CALL "FILERR" USING "INTACCR " "BACKVAL"
                       WS-BACKVAL-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
               END-IF

               OPEN OUTPUT BACK-VALUE-REPORT
               CALL "FILERR" USING "INTACCR " "BVCRADJ"
                   WS-BVCRADJ-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       READ-ACCOUNT-RECORD.
               MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
               CALL "AUDITLOG" USING "INTEREST" "BATCH"
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE
               CALL "GLRULE" USING "INTACCR " "CAPITAL "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
      * INTEREST IS EARNED ON THE BALANCE IN THE ACCOUNT'S OWN
      * CURRENCY AND POSTED IN IT; THE LEDGER TAKES THE HOME
      * EQUIVALENT ALONGSIDE.
               CALL "GLPOSTFX" USING "INTACCR " ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-CAP-AMOUNT

               MOVE ACM-ACCOUNT-NUMBER TO PST-ACCOUNT-NUMBER
               MOVE STX-TRANS-AMOUNT   TO STX-ORIG-AMOUNT
               MOVE SPACES             TO STX-CURRENCY-CODE
               MOVE 0                  TO STX-EXCHANGE-RATE
               MOVE "INTC"             TO STX-TRANS-CODE
               MOVE SPACES             TO STX-REFERENCE
               WRITE STATEMENT-EXTRACT-RECORD
               CALL "FILERR" USING "INTACCR " "STMTEXT"
                   WS-STMTEXT-STATUS WS-ABEND-FLAG
               END-IF
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.

      * EVERY BACK-VALUED ITEM WHOSE CREDIT-INTEREST SIDE IS STILL
      * OPEN IS REPRICED OVER THE DAYS FROM ITS VALUE DATE TO THE
      * DAY BEFORE IT WAS POSTED - THE POSTING NIGHT ITSELF WAS
      * ACCRUED ON THE NEW BALANCE BY THE ORDINARY PASS. AN ITEM
      * STILL WAITING FOR A SUPERVISOR STAYS OPEN FOR A LATER RUN.
       ADJUST-BACK-VALUED-ITEMS.
           IF WS-BACKVAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-BACK-VALUE-RECORD
               PERFORM UNTIL END-OF-BACK-VALUES
                   IF BVL-CR-INT-OPEN
                       PERFORM SETTLE-CREDIT-SIDE
                   END-IF
                   PERFORM READ-BACK-VALUE-RECORD
               END-PERFORM
           END-IF.

       READ-BACK-VALUE-RECORD.
           READ BACK-VALUE-FILE NEXT RECORD
               AT END SET END-OF-BACK-VALUES TO TRUE
           END-READ.

       SETTLE-CREDIT-SIDE.
           MOVE 0 TO WS-BV-BAND1-ADJ
           MOVE 0 TO WS-BV-BAND2-ADJ
           MOVE 0 TO WS-BV-TOTAL-ADJ
           COMPUTE WS-BV-DAYS =
               FUNCTION INTEGER-OF-DATE(BVL-POSTING-DATE)
               - FUNCTION INTEGER-OF-DATE(BVL-VALUE-DATE)
           EVALUATE TRUE
               WHEN BVL-AWAITING-APPROVAL
                   ADD 1 TO WS-BV-WAITING-COUNT
               WHEN BVL-DECLINED
                   MOVE "Back-valuation declined" TO BVR-MESSAGE
                   PERFORM CLOSE-CREDIT-SIDE
               WHEN OTHER
                   PERFORM REPRICE-CREDIT-SIDE
                   PERFORM CLOSE-CREDIT-SIDE
           END-EVALUATE.

       REPRICE-CREDIT-SIDE.
           MOVE BVL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Account not on file" TO BVR-MESSAGE
               NOT INVALID KEY
                   PERFORM CHECK-PRODUCT-INTEREST
                   IF NOT WS-EARNS-INTEREST
                       MOVE "Product earns no interest"
                           TO BVR-MESSAGE
                   ELSE
                       PERFORM PRICE-MISSED-DAYS
                   END-IF
           END-READ.

       PRICE-MISSED-DAYS.
           PERFORM LOAD-BACK-VALUE-RATES
           COMPUTE WS-BV-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(BVL-VALUE-DATE)
           COMPUTE WS-BV-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(BVL-POSTING-DATE) - 1
           PERFORM VARYING WS-BV-DAY-INTEGER FROM WS-BV-FIRST-DAY
               BY 1 UNTIL WS-BV-DAY-INTEGER > WS-BV-LAST-DAY
               PERFORM PRICE-ONE-MISSED-DAY
           END-PERFORM
           COMPUTE WS-BV-TOTAL-ADJ =
               WS-BV-BAND1-ADJ + WS-BV-BAND2-ADJ
           IF WS-BV-TOTAL-ADJ = 0
               MOVE "No interest difference" TO BVR-MESSAGE
           ELSE
               PERFORM APPLY-CREDIT-ADJUSTMENT
           END-IF.

      * THE RATETBL ROW KEEPS THE RATE IT CARRIED BEFORE ITS
      * EFFECTIVE DATE, AND THE OVERRIDE ITS OWN DATE WINDOW, SO
      * EACH MISSED DAY IS PRICED AT WHAT WAS IN FORCE THAT DAY.
      * THE RELATIONSHIP UPLIFT IS TAKEN AT TODAY'S BAND.
       LOAD-BACK-VALUE-RATES.
           MOVE "N" TO WS-BV-RATE-FLAG
           MOVE ACM-ACCOUNT-TYPE TO RTB-GRADE
           READ RATE-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BV-RATE-FOUND TO TRUE
                   MOVE RTB-INTEREST-RATE  TO WS-BV-CURRENT-RATE
                   MOVE RTB-PRIOR-RATE     TO WS-BV-PRIOR-RATE
                   MOVE RTB-EFFECTIVE-DATE TO WS-BV-EFFECTIVE-DATE
                   MOVE RTB-BAND1-LIMIT    TO WS-BV-BAND1-LIMIT
                   MOVE RTB-BAND2-RATE     TO WS-BV-BAND2-RATE
           END-READ
           MOVE 0 TO WS-ANNUAL-RATE
           PERFORM APPLY-RELATIONSHIP-UPLIFT
           MOVE WS-ANNUAL-RATE TO WS-BV-UPLIFT

           MOVE "N" TO WS-BV-OVR-FLAG
           IF WS-RATEOVR-STATUS = "35"
               CONTINUE
           ELSE
               MOVE ACM-ACCOUNT-NUMBER TO RTO-ACCOUNT-NUMBER
               READ RATE-OVERRIDES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RTO-OVERRIDE-ACTIVE
                           SET WS-BV-OVR-ON-FILE TO TRUE
                           MOVE RTO-OVERRIDE-RATE TO WS-BV-OVR-RATE
                           MOVE RTO-START-DATE    TO WS-BV-OVR-START
                           MOVE RTO-END-DATE      TO WS-BV-OVR-END
                       END-IF
               END-READ
           END-IF.

       PRICE-ONE-MISSED-DAY.
           COMPUTE WS-BV-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BV-DAY-INTEGER)
           IF WS-BV-OVR-ON-FILE
              AND WS-BV-OVR-START <= WS-BV-DAY-DATE
              AND WS-BV-OVR-END >= WS-BV-DAY-DATE
               MOVE WS-BV-OVR-RATE TO WS-ANNUAL-RATE
               MOVE 0 TO WS-BAND1-LIMIT
               MOVE 0 TO WS-BAND2-RATE
               PERFORM ADD-MISSED-DAY
           ELSE
               IF WS-BV-RATE-FOUND
                   IF WS-BV-DAY-DATE < WS-BV-EFFECTIVE-DATE
                      AND WS-BV-PRIOR-RATE > 0
                       MOVE WS-BV-PRIOR-RATE TO WS-ANNUAL-RATE
                   ELSE
                       MOVE WS-BV-CURRENT-RATE TO WS-ANNUAL-RATE
                   END-IF
                   ADD WS-BV-UPLIFT TO WS-ANNUAL-RATE
                   MOVE WS-BV-BAND1-LIMIT TO WS-BAND1-LIMIT
                   MOVE WS-BV-BAND2-RATE  TO WS-BAND2-RATE
                   PERFORM ADD-MISSED-DAY
               END-IF
           END-IF.

      * THE DAY'S DIFFERENCE IS WHAT THE BALANCE WITH THE ITEM
      * WOULD HAVE EARNED LESS WHAT THE BALANCE WITHOUT IT DID
      * EARN, BAND BY BAND.
       ADD-MISSED-DAY.
           IF BVL-CREDIT
               COMPUTE WS-BV-BALANCE = BVL-PRIOR-BALANCE + BVL-AMOUNT
           ELSE
               COMPUTE WS-BV-BALANCE = BVL-PRIOR-BALANCE - BVL-AMOUNT
           END-IF
           PERFORM SPLIT-MISSED-DAY
           ADD WS-BV-BAND1-INT TO WS-BV-BAND1-ADJ
           ADD WS-BV-BAND2-INT TO WS-BV-BAND2-ADJ

           MOVE BVL-PRIOR-BALANCE TO WS-BV-BALANCE
           PERFORM SPLIT-MISSED-DAY
           SUBTRACT WS-BV-BAND1-INT FROM WS-BV-BAND1-ADJ
           SUBTRACT WS-BV-BAND2-INT FROM WS-BV-BAND2-ADJ.

      * SAME BAND SPLIT AS ADD-DAY-TO-ACCRUAL; A BALANCE AT OR
      * BELOW ZERO EARNED NOTHING THAT NIGHT.
       SPLIT-MISSED-DAY.
           MOVE 0 TO WS-BV-BAND1-INT
           MOVE 0 TO WS-BV-BAND2-INT
           IF WS-BV-BALANCE > 0
               IF WS-BAND1-LIMIT > 0
                  AND WS-BV-BALANCE > WS-BAND1-LIMIT
                   COMPUTE WS-BV-BAND1-INT ROUNDED =
                       WS-BAND1-LIMIT * WS-ANNUAL-RATE / 36500
                   COMPUTE WS-BV-BAND2-INT ROUNDED =
                       (WS-BV-BALANCE - WS-BAND1-LIMIT)
                       * WS-BAND2-RATE / 36500
               ELSE
                   COMPUTE WS-BV-BAND1-INT ROUNDED =
                       WS-BV-BALANCE * WS-ANNUAL-RATE / 36500
               END-IF
           END-IF.

      * THE DIFFERENCE GOES INTO THE RUNNING ACCRUAL, WHICH THE
      * NEXT MONTH-END CAPITALIZES. ACR-LAST-ACCRUAL-DATE IS THE
      * NIGHTLY RERUN GUARD AND IS LEFT ALONE. A REVERSAL LARGER
      * THAN WHAT IS STILL ACCRUED FLOORS AT ZERO FOR THE DESK.
       APPLY-CREDIT-ADJUSTMENT.
           MOVE ACM-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
           READ ACCRUAL-FILE
               INVALID KEY
                   IF WS-BV-TOTAL-ADJ > 0
                       MOVE ACM-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
                       MOVE WS-BV-TOTAL-ADJ    TO ACR-ACCRUED-AMT
                       MOVE WS-BV-BAND1-ADJ    TO ACR-BAND1-AMT
                       MOVE WS-BV-BAND2-ADJ    TO ACR-BAND2-AMT
                       MOVE 0                  TO ACR-LAST-ACCRUAL-DATE
                       WRITE ACCRUAL-RECORD
                       MOVE "Interest adjusted" TO BVR-MESSAGE
                   ELSE
                       MOVE "Reversal exceeds accrual - review"
                           TO BVR-MESSAGE
                   END-IF
               NOT INVALID KEY
                   PERFORM ADJUST-EXISTING-ACCRUAL
           END-READ
           CALL "FILERR" USING "INTACCR " "ACCRUAL" WS-ACCRUAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       ADJUST-EXISTING-ACCRUAL.
           MOVE "Interest adjusted" TO BVR-MESSAGE
           COMPUTE WS-BV-NEW-AMOUNT = ACR-ACCRUED-AMT + WS-BV-TOTAL-ADJ
           IF WS-BV-NEW-AMOUNT < 0
               MOVE 0 TO ACR-ACCRUED-AMT
               MOVE 0 TO ACR-BAND1-AMT
               MOVE 0 TO ACR-BAND2-AMT
               MOVE "Reversal exceeds accrual - review"
                   TO BVR-MESSAGE
           ELSE
               MOVE WS-BV-NEW-AMOUNT TO ACR-ACCRUED-AMT
               COMPUTE WS-BV-NEW-AMOUNT =
                   ACR-BAND1-AMT + WS-BV-BAND1-ADJ
               IF WS-BV-NEW-AMOUNT < 0
                   MOVE 0 TO WS-BV-NEW-AMOUNT
               END-IF
               MOVE WS-BV-NEW-AMOUNT TO ACR-BAND1-AMT
               COMPUTE WS-BV-NEW-AMOUNT =
                   ACR-BAND2-AMT + WS-BV-BAND2-ADJ
               IF WS-BV-NEW-AMOUNT < 0
                   MOVE 0 TO WS-BV-NEW-AMOUNT
               END-IF
               MOVE WS-BV-NEW-AMOUNT TO ACR-BAND2-AMT
           END-IF
           REWRITE ACCRUAL-RECORD.

       CLOSE-CREDIT-SIDE.
           MOVE WS-BV-TOTAL-ADJ    TO BVL-CR-INT-ADJ
           MOVE WS-TS-DATE         TO BVL-CR-INT-DATE
           SET BVL-CR-INT-DONE     TO TRUE
           REWRITE BACK-VALUE-RECORD
           CALL "FILERR" USING "INTACCR " "BACKVAL" WS-BACKVAL-STATUS
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
