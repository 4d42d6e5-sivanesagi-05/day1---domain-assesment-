               RECORD KEY SUS-TRANS-SEQ
               FILE STATUS WS-SUSPITEM-STATUS.

           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRD-ACCOUNT-TYPE
               FILE STATUS WS-PRODCAT-STATUS.

           SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MMP-KEY
               FILE STATUS WS-MEMOPOST-STATUS.

           SELECT MEMO-EXCEPTION-REPORT ASSIGN TO "MEMOEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MEMOEXC-STATUS.

           SELECT BACK-VALUE-FILE ASSIGN TO "BACKVAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BVL-KEY
               FILE STATUS WS-BACKVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-DEPOSITS.
       FD  SUSPENSE-ITEMS.
       COPY "SUSPITEM.cpy".

       FD  PRODUCT-CATALOG.
       COPY "PRODCAT.cpy".

       FD  BACK-VALUE-FILE.
       COPY "BACKVAL.cpy".

       FD  MEMO-POST-FILE.
       COPY "MEMOPOST.cpy".

       FD  MEMO-EXCEPTION-REPORT.
       01 MEMO-EXCEPTION-LINE.
          05 MXR-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2).
          05 MXR-MEMO-SEQ           PIC 9(8).
          05 FILLER                 PIC X(2).
          05 MXR-MEMO-TYPE          PIC X.
          05 FILLER                 PIC X(2).
          05 MXR-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2).
          05 MXR-MEMO-DATE          PIC 9(8).
          05 FILLER                 PIC X(2).
          05 MXR-OPERATOR-ID        PIC X(8).
          05 FILLER                 PIC X(2).
          05 MXR-REASON             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-DENOM-TOTAL      PIC 9(9)V99.
       01 WS-DENOM-FLAG       PIC X      VALUE "Y".
      * ARRIVED.
       01 WS-CHEQUE-FLOAT-DAYS PIC 9(2)  VALUE 3.
       01 WS-RELEASE-INTEGER  PIC 9(8).
       01 WS-BACKVAL-STATUS   PIC XX.
       01 WS-MEMOPOST-STATUS  PIC XX.
       01 WS-MEMOEXC-STATUS   PIC XX.
       01 WS-MEMO-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-MEMOS     VALUE "Y".
       01 WS-MEMO-CLEARED     PIC 9(7)   VALUE 0.
       01 WS-MEMO-UNMATCHED   PIC 9(7)   VALUE 0.
       01 WS-MEMO-PURGED      PIC 9(7)   VALUE 0.
      * A DEPOSIT VALUED FURTHER BACK THAN THIS MANY DAYS STILL
      * POSTS, BUT ITS INTEREST ADJUSTMENT WAITS FOR A SUPERVISOR
      * IN BVAPPR - OPERATOR-CONFIGURABLE VIA SYSIN.
       01 WS-BACKVAL-MAX-DAYS PIC 9(3)   VALUE 5.
       01 WS-BACKVAL-DAYS     PIC 9(5).
       01 WS-PRIOR-BALANCE    PIC S9(9)V99.
       01 WS-BACKVAL-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BACKVAL-REFERRED PIC 9(7)   VALUE 0.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-ALERT-CODE       PIC X(4).
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TENDER-DR-GL     PIC X(8).
       01 WS-DEPCTL-STATUS    PIC XX.
       01 WS-PRODCAT-STATUS   PIC XX.
       01 WS-PRODUCT-FLAG     PIC X      VALUE "N".
          88 WS-PRODUCT-GOOD  VALUE "Y".
       01 WS-ORIG-AMOUNT      PIC 9(6).
       01 WS-ORIG-CURRENCY    PIC X(3).
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-ACCOUNT-CURRENCY PIC X(3).
       01 WS-TENDERED-AMT     PIC S9(11)V99.
       01 WS-CONVERTED-AMT    PIC S9(11)V99.
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-FX-FLAG          PIC X      VALUE "N".
          88 WS-FX-REJECTED   VALUE "Y".
       01 WS-RELEASED-COUNT   PIC 9(7)   VALUE 0.
          05 WS-TS-TIME       PIC 9(8).
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
      * CHECKPOINT-INTERVAL DEFAULTS TO 50 (FLUSH EVERY 50TH
      * POSTED/HELD RECORD) BUT IS OPERATOR-CONFIGURABLE VIA SYSIN -
      * A RECORD THAT NEVER GETS FLUSHED TO DEPRSTRT.DAT SIMPLY GETS
               MOVE 50 TO WS-CHECKPOINT-INTERVAL
           END-IF

           DISPLAY "ENTER BACK-VALUE APPROVAL DAYS (0 = DEFAULT 5): ".
           ACCEPT WS-BACKVAL-MAX-DAYS.
           IF WS-BACKVAL-MAX-DAYS = 0
               MOVE 5 TO WS-BACKVAL-MAX-DAYS
           END-IF

           PERFORM OPEN-ALL-FILES
           PERFORM READ-RELEASE-CONTROL
           PERFORM READ-RESTART-CHECKPOINT
               " HELD FOR APPROVAL " WS-HELD-COUNT
               " ROUTED TO SUSPENSE " WS-SUSPENSE-COUNT
               " SKIPPED (ALREADY POSTED) " WS-SKIPPED-COUNT
           DISPLAY "BACK-VALUED ITEMS " WS-BACKVAL-COUNT
               " REFERRED FOR APPROVAL " WS-BACKVAL-REFERRED

           PERFORM VERIFY-RELEASE-CONTROL
           PERFORM SWEEP-MEMO-ITEMS

           CLOSE DAILY-DEPOSITS
           CLOSE ACCOUNT-MASTER
           CLOSE SUSPENSE-INVESTIGATE-RPT
           CLOSE SUSPENSE-ITEMS
           CLOSE CHEQUE-CLEARING-FILE
           CLOSE BACK-VALUE-FILE
           CLOSE MEMO-POST-FILE
           CLOSE MEMO-EXCEPTION-REPORT
           IF WS-PRODCAT-STATUS NOT = "35"
               CLOSE PRODUCT-CATALOG
           END-IF
               STOP RUN
           END-IF

           OPEN I-O BACK-VALUE-FILE
           IF WS-BACKVAL-STATUS = "35"
               OPEN OUTPUT BACK-VALUE-FILE
               CLOSE BACK-VALUE-FILE
               OPEN I-O BACK-VALUE-FILE
           END-IF
           CALL "FILERR" USING "DEPOSIT " "BACKVAL"
               WS-BACKVAL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O MEMO-POST-FILE
           IF WS-MEMOPOST-STATUS = "35"
               OPEN OUTPUT MEMO-POST-FILE
               CLOSE MEMO-POST-FILE
               OPEN I-O MEMO-POST-FILE
           END-IF
           CALL "FILERR" USING "DEPOSIT " "MEMOPOST"
               WS-MEMOPOST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT MEMO-EXCEPTION-REPORT
           CALL "FILERR" USING "DEPOSIT " "MEMOEXC" WS-MEMOEXC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO CATALOG ON DISK MEANS THE BRANCH HAS NOT LOADED ONE
           WRITE RESTART-RECORD
           CLOSE DEPOSIT-RESTART-FILE.

      * A DEPOSIT TENDERED IN A CURRENCY OTHER THAN THE ACCOUNT'S
      * IS CONVERTED TO THE ACCOUNT'S CURRENCY IN PLACE BEFORE ANY
      * CHECK RUNS, SO LIMITS, THRESHOLDS, AND EVERY DOWNSTREAM
      * LEG SEE THE FIGURE THE ACCOUNT IS CREDITED WITH. A
      * DEPOSIT IN THE ACCOUNT'S OWN CURRENCY IS NOT TOUCHED. THE
      * TENDERED AMOUNT, CURRENCY, AND APPLIED RATE ARE KEPT FOR
      * THE AUDIT LOG AND THE STATEMENT EXTRACT, WHICH IS WHERE
      * FXPOSRPT PICKS THE CONVERSION UP FOR THE FX POSITION.
       POST-ONE-DEPOSIT.
           MOVE DTR-DEPOSIT-AMT    TO WS-ORIG-AMOUNT
           MOVE SPACES             TO WS-ORIG-CURRENCY
           MOVE 0                  TO WS-APPLIED-RATE
           MOVE "N"                TO WS-FX-FLAG
           PERFORM FIND-ACCOUNT-CURRENCY
           IF DTR-CURRENCY-CODE NOT = WS-ACCOUNT-CURRENCY
               PERFORM CONVERT-FOREIGN-CURRENCY
           END-IF
           IF WS-FX-REJECTED
               END-IF
           END-IF.

      * AN ACCOUNT NOT ON FILE ROUTES TO SUSPENSE, WHICH IS HELD
      * IN HOME CURRENCY.
       FIND-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-ACCOUNT-CURRENCY
           MOVE DTR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           END-READ.

       CONVERT-FOREIGN-CURRENCY.
           MOVE DTR-DEPOSIT-AMT TO WS-TENDERED-AMT
           CALL "FXCONV" USING DTR-CURRENCY-CODE WS-ACCOUNT-CURRENCY
               WS-TENDERED-AMT WS-CONVERTED-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE
               MOVE "Unknown currency code" TO REJ-REASON
               PERFORM REJECT-DEPOSIT
               SET WS-FX-REJECTED TO TRUE
           ELSE
               PERFORM APPLY-EXCHANGE-RATE
           END-IF.

      * THE INTAKE AMOUNT IS WHOLE UNITS, SO THE CONVERTED FIGURE
      * IS ROUNDED TO WHOLE UNITS EXPLICITLY - THE POSTED AMOUNT
      * IS ROUNDED(ORIGINAL * RATE), WHICH THE AUDIT RECORD'S
      * ORIGINAL AMOUNT AND RATE RECONCILE TO.
       APPLY-EXCHANGE-RATE.
           MOVE DTR-CURRENCY-CODE TO WS-ORIG-CURRENCY
           IF WS-CONVERTED-AMT > 999999
               MOVE "Converted amount exceeds limit" TO REJ-REASON
               PERFORM REJECT-DEPOSIT
               END-IF
           END-IF.

      * THE MONEY TENDERED COMES IN IN ITS OWN CURRENCY AGAINST THE
      * FX POSITION, AND THE ACCOUNT IS CREDITED IN ITS CURRENCY OUT
      * OF THE FX POSITION - EACH CURRENCY'S CASH AND CUSTOMER
      * LIABILITY LINES MOVE BY WHAT ACTUALLY MOVED IN THAT CURRENCY.
      * A SALARY CREDIT'S TENDERED SIDE IS STILL THE SALARY SUSPENSE.
       POST-CONVERTED-DEPOSIT.
           MOVE WS-DR-GL TO WS-TENDER-DR-GL
           CALL "GLRULE" USING "DEPOSIT " "FXDEBIT " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           IF DTR-CHANNEL-CODE = "SAL"
               MOVE WS-TENDER-DR-GL TO WS-DR-GL
           END-IF
           MOVE WS-ORIG-AMOUNT TO WS-GL-AMOUNT
           CALL "GLPOSTFX" USING "DEPOSIT " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL WS-ORIG-CURRENCY
               WS-GL-AMOUNT

           CALL "GLRULE" USING "DEPOSIT " "FXCREDIT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           MOVE DTR-DEPOSIT-AMT TO WS-GL-AMOUNT
           CALL "GLPOSTFX" USING "DEPOSIT " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT.

       CHECK-DENOMINATION-BREAKDOWN.
           SET WS-DENOM-OK TO TRUE
           MOVE DTR-TRANS-SEQ TO DEN-TRANS-SEQ

       APPLY-DEPOSIT.
           MOVE ACM-BALANCE TO WS-OLD-BALANCE
           MOVE ACM-BALANCE TO WS-PRIOR-BALANCE
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + DTR-DEPOSIT-AMT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
      * MOVED, SO THE PAIR NETS SUSPENSE TO ZERO INSTEAD OF
      * OVERSTATING THE CASH ACCOUNT EVERY PAYDAY.
           IF DTR-CHANNEL-CODE = "SAL"
               CALL "GLRULE" USING "DEPOSIT " "SALCREDT"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
           ELSE
               CALL "GLRULE" USING "DEPOSIT " "CASHDEP "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
           END-IF
      * POSTED IN THE ACCOUNT'S CURRENCY - GLPOSTFX CARRIES THE
      * HOME-CURRENCY EQUIVALENT THE LEDGER IS KEPT IN. A CONVERTED
      * DEPOSIT IS SPLIT ACROSS THE FX POSITION LINE INSTEAD.
           IF WS-APPLIED-RATE = 0
               CALL "GLPOSTFX" USING "DEPOSIT " ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           ELSE
               PERFORM POST-CONVERTED-DEPOSIT
           END-IF

           MOVE ACM-ACCOUNT-NUMBER TO PST-ACCOUNT-NUMBER

           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-STATEMENT-EXTRACT
           IF NOT WS-POSTING-TO-SUSPENSE
               MOVE DTR-DEPOSIT-AMT TO WS-ALERT-AMOUNT
               CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID
                   "C" WS-ALERT-CODE DTR-CHANNEL-CODE WS-ALERT-AMOUNT
                   ACM-CURRENCY-CODE WS-NEW-BALANCE
           END-IF
      * A VALUE DATE BEFORE TODAY MEANS THE NIGHTS IN BETWEEN
      * ACCRUED ON A BALANCE WITHOUT THIS CREDIT - THE INTEREST
      * ENGINES MAKE THOSE DAYS GOOD FROM THE BACK-VALUE FILE.
           IF DTR-VALUE-DATE NOT = 0
              AND DTR-VALUE-DATE < WS-TS-DATE
              AND NOT WS-POSTING-TO-SUSPENSE
               PERFORM WRITE-BACK-VALUE-ITEM
           END-IF
      * A CHEQUE CREDIT SITS IN THE CLEARING FILE UNAVAILABLE
      * UNTIL THE FLOAT PERIOD RUNS OFF OR THE CHEQUE COMES BACK.
           IF DTR-CHEQUE-DEPOSIT AND NOT WS-POSTING-TO-SUSPENSE
               PERFORM WRITE-CLEARING-ITEM
           END-IF
           IF NOT WS-POSTING-TO-SUSPENSE
               PERFORM CLEAR-MEMO-ITEM
           END-IF
           PERFORM WRITE-RESTART-CHECKPOINT.

      * A COUNTER DEPOSIT WAS MEMO-POSTED UNDER THE SAME ACCOUNT
      * AND SEQUENCE IT CAME THROUGH THE INTAKE WITH. IT CLEARS
      * ONLY WHEN THE AMOUNT AS TENDERED AGREES - ANYTHING ELSE
      * STAYS OPEN AND COMES OUT ON THE UNMATCHED-MEMO REPORT.
       CLEAR-MEMO-ITEM.
           MOVE DTR-ACCOUNT-NUMBER TO MMP-ACCOUNT-NUMBER
           MOVE DTR-TRANS-SEQ      TO MMP-MEMO-SEQ
           READ MEMO-POST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MMP-ITEM-OPEN AND MMP-DEPOSIT
                      AND MMP-AMOUNT = WS-ORIG-AMOUNT
                       SET MMP-ITEM-CLEARED TO TRUE
                       MOVE WS-TS-DATE TO MMP-CLEARED-DATE
                       REWRITE MEMO-POST-RECORD
                       CALL "FILERR" USING "DEPOSIT " "MEMOPOST"
                           WS-MEMOPOST-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MEMO-CLEARED
                   END-IF
           END-READ.

       WRITE-BACK-VALUE-ITEM.
           MOVE WS-TS-DATE         TO BVL-POSTING-DATE
           MOVE "DEPOSIT "         TO BVL-SOURCE
           MOVE DTR-TRANS-SEQ      TO BVL-TRANS-SEQ
           MOVE ACM-ACCOUNT-NUMBER TO BVL-ACCOUNT-NUMBER
           SET BVL-CREDIT          TO TRUE
           MOVE DTR-DEPOSIT-AMT    TO BVL-AMOUNT
           MOVE DTR-VALUE-DATE     TO BVL-VALUE-DATE
           MOVE WS-PRIOR-BALANCE   TO BVL-PRIOR-BALANCE
           COMPUTE WS-BACKVAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               - FUNCTION INTEGER-OF-DATE(DTR-VALUE-DATE)
           IF WS-BACKVAL-DAYS > WS-BACKVAL-MAX-DAYS
               SET BVL-AWAITING-APPROVAL TO TRUE
           ELSE
               SET BVL-WITHIN-LIMIT TO TRUE
           END-IF
           MOVE SPACES             TO BVL-APPROVED-BY
           MOVE 0                  TO BVL-APPROVED-DATE
           SET BVL-CR-INT-OPEN     TO TRUE
           MOVE 0                  TO BVL-CR-INT-ADJ
           MOVE 0                  TO BVL-CR-INT-DATE
           SET BVL-DR-INT-OPEN     TO TRUE
           MOVE 0                  TO BVL-DR-INT-ADJ
           MOVE 0                  TO BVL-DR-INT-DATE
           WRITE BACK-VALUE-RECORD
      * A RESTART REPLAYS ITEMS POSTED SINCE THE LAST CHECKPOINT
      * - THE ROW ALREADY ON FILE STANDS.
           IF WS-BACKVAL-STATUS = "22"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DEPOSIT " "BACKVAL"
                   WS-BACKVAL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-BACKVAL-COUNT
               IF BVL-AWAITING-APPROVAL
                   ADD 1 TO WS-BACKVAL-REFERRED
               END-IF
           END-IF.

       WRITE-CLEARING-ITEM.
           MOVE DTR-TRANS-SEQ      TO CHQ-TRANS-SEQ
           MOVE DTR-ACCOUNT-NUMBER TO CHQ-ACCOUNT-NUMBER
           COMPUTE CHQ-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RELEASE-INTEGER)
           MOVE DTR-CHEQUE-SERIAL  TO CHQ-CHEQUE-SERIAL
           MOVE DTR-DRAWEE-ROUTING TO CHQ-DRAWEE-ROUTING
           MOVE 0                  TO CHQ-PRESENTED-DATE
           MOVE SPACES             TO CHQ-RETURN-REASON
           SET CHQ-UNCLEARED TO TRUE
           WRITE CHEQUE-CLEARING-RECORD
           CALL "FILERR" USING "DEPOSIT " "CHQCLR" WS-CHQCLR-STATUS
           MOVE WS-ORIG-AMOUNT     TO STX-ORIG-AMOUNT
           MOVE WS-ORIG-CURRENCY   TO STX-CURRENCY-CODE
           MOVE WS-APPLIED-RATE    TO STX-EXCHANGE-RATE
           EVALUATE TRUE
               WHEN DTR-CHANNEL-CODE = "SAL"
                   MOVE "SALC"            TO STX-TRANS-CODE
                   MOVE SPACES            TO STX-REFERENCE
               WHEN DTR-CHEQUE-DEPOSIT
                   MOVE "CHQD"            TO STX-TRANS-CODE
                   MOVE DTR-CHEQUE-SERIAL TO STX-REFERENCE
               WHEN OTHER
                   MOVE "CDEP"            TO STX-TRANS-CODE
                   MOVE DTR-TRANS-SEQ     TO STX-REFERENCE
           END-EVALUATE
           MOVE STX-TRANS-CODE TO WS-ALERT-CODE
           WRITE STATEMENT-EXTRACT-RECORD.

      * END-OF-RUN PASS OVER THE MEMO FILE. A WITHDRAWAL OR
      * TRANSFER LEG WENT TO THE LEDGER WHEN IT WAS ACCEPTED, SO IT
      * CLEARS HERE. A DEPOSIT MEMO STILL OPEN HAD NO MATCHING
      * POSTING TONIGHT - REJECTED, HELD FOR APPROVAL, ROUTED TO
      * SUSPENSE, OR NEVER IN THE INTAKE - SO IT IS REPORTED AND
      * DROPPED FROM THE MEMO BALANCE. ITEMS CAPTURED AFTER THE
      * PROCESSING DATE BELONG TO THE NEXT RUN AND ARE LEFT OPEN;
      * ITEMS SETTLED ON AN EARLIER NIGHT ARE PURGED.
       SWEEP-MEMO-ITEMS.
           MOVE "N" TO WS-MEMO-EOF-FLAG
           MOVE 0 TO MMP-ACCOUNT-NUMBER
           MOVE 0 TO MMP-MEMO-SEQ
           START MEMO-POST-FILE KEY IS NOT LESS THAN MMP-KEY
               INVALID KEY SET END-OF-MEMOS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MEMOS
               READ MEMO-POST-FILE NEXT RECORD
                   AT END SET END-OF-MEMOS TO TRUE
                   NOT AT END
                       PERFORM SWEEP-ONE-MEMO-ITEM
               END-READ
           END-PERFORM

           DISPLAY "MEMO ITEMS CLEARED " WS-MEMO-CLEARED
               " UNMATCHED " WS-MEMO-UNMATCHED
               " PURGED " WS-MEMO-PURGED.

       SWEEP-ONE-MEMO-ITEM.
           EVALUATE TRUE
               WHEN MMP-ITEM-OPEN
                AND MMP-MEMO-DATE > WS-RUNCTL-DATE
                   CONTINUE
               WHEN MMP-ITEM-OPEN AND MMP-ON-LEDGER
                   SET MMP-ITEM-CLEARED TO TRUE
                   MOVE WS-RUNCTL-DATE TO MMP-CLEARED-DATE
                   PERFORM REWRITE-MEMO-ITEM
                   ADD 1 TO WS-MEMO-CLEARED
               WHEN MMP-ITEM-OPEN
                   PERFORM REPORT-UNMATCHED-MEMO
                   SET MMP-ITEM-UNMATCHED TO TRUE
                   MOVE WS-RUNCTL-DATE TO MMP-CLEARED-DATE
                   PERFORM REWRITE-MEMO-ITEM
                   ADD 1 TO WS-MEMO-UNMATCHED
               WHEN MMP-CLEARED-DATE < WS-RUNCTL-DATE
                   DELETE MEMO-POST-FILE RECORD
                   CALL "FILERR" USING "DEPOSIT " "MEMOPOST"
                       WS-MEMOPOST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MEMO-PURGED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REWRITE-MEMO-ITEM.
           REWRITE MEMO-POST-RECORD
           CALL "FILERR" USING "DEPOSIT " "MEMOPOST"
               WS-MEMOPOST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REPORT-UNMATCHED-MEMO.
           MOVE SPACES              TO MEMO-EXCEPTION-LINE
           MOVE MMP-ACCOUNT-NUMBER  TO MXR-ACCOUNT-NUMBER
           MOVE MMP-MEMO-SEQ        TO MXR-MEMO-SEQ
           MOVE MMP-MEMO-TYPE       TO MXR-MEMO-TYPE
           MOVE MMP-AMOUNT          TO MXR-AMOUNT
           MOVE MMP-MEMO-DATE       TO MXR-MEMO-DATE
           MOVE MMP-OPERATOR-ID     TO MXR-OPERATOR-ID
           MOVE "No matching posting" TO MXR-REASON
           WRITE MEMO-EXCEPTION-LINE.
