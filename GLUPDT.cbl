
      *****************************************************
      * Daily GL balance update. Folds the day's balanced    *
      * GLPOST detail into the GLBAL position per GL account, *
      * branch, and period, so a question about a GL account's *
      * balance is a keyed read instead of re-adding months of  *
      * journal detail. Runs after GLEXTR each night on the same *
      * day's detail file. A line dated in a period locked on     *
      * GLPERIOD is refused, and lines from the year-end close and *
      * the GLADJ adjustment route are passed over - those programs *
      * fold their own lines.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT GL-PERIODS ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLP-PERIOD
               FILE STATUS WS-GLPERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-DETAIL-FILE.
       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  GL-PERIODS.
       COPY "GLPERIOD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GLDETAIL-STATUS  PIC XX.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-GLPERIOD-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-DETAIL    VALUE "Y".
       01 WS-THIS-DATE        PIC 9(8)   VALUE 0.
       01 WS-FOLDED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-REFUSED-AMOUNT   PIC 9(13)V99 VALUE 0.
       01 WS-CHECKED-PERIOD   PIC 9(6)   VALUE 0.
       01 WS-PERIOD-FLAG      PIC X      VALUE "N".
          88 WS-PERIOD-IS-LOCKED VALUE "Y".
       01 WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.
       01 WS-TIMESTAMP.
      * ONLY THE PROCESSING DATE'S LINES FOLD - EARLIER DATES
      * STILL ON THE DETAIL FILE WERE FOLDED ON THEIR OWN NIGHT.
               IF GLJ-POSTING-DATE = WS-TS-DATE
                   IF GLJ-SOURCE-PROGRAM = "GLYREND " OR "GLADJ   "
                       CONTINUE
                   ELSE
                       PERFORM CHECK-PERIOD-LOCK
                       IF WS-PERIOD-IS-LOCKED
                           PERFORM REFUSE-ONE-LINE
                       ELSE
                           PERFORM FOLD-ONE-LINE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-DETAIL
           END-PERFORM

           DISPLAY "GL BALANCE UPDATE COMPLETE - "
               WS-FOLDED-COUNT " LINE(S) FOLDED"
           IF WS-REFUSED-COUNT > 0
               DISPLAY "*** " WS-REFUSED-COUNT " LINE(S) FOR "
                   WS-REFUSED-AMOUNT " REFUSED - PERIOD LOCKED -"
                   " BOOK THROUGH GLADJ ***"
           END-IF

           CLOSE GL-DETAIL-FILE
           CLOSE GL-BALANCES
           IF WS-GLPERIOD-STATUS = "35"
               CONTINUE
           ELSE
               CLOSE GL-PERIODS
           END-IF

           STOP RUN.

               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO PERIOD TABLE ON FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
           OPEN INPUT GL-PERIODS
           IF WS-GLPERIOD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLUPDT  " "GLPERIOD"
                   WS-GLPERIOD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       READ-NEXT-DETAIL.
               AT END SET END-OF-DETAIL TO TRUE
           END-READ.

      * THE DAY'S LINES ALL SHARE ONE PERIOD, SO THE TABLE IS READ
      * ONCE AND THE ANSWER KEPT.
       CHECK-PERIOD-LOCK.
           IF GLJ-POSTING-DATE(1:6) NOT = WS-CHECKED-PERIOD
               MOVE GLJ-POSTING-DATE(1:6) TO WS-CHECKED-PERIOD
               MOVE "N" TO WS-PERIOD-FLAG
               IF WS-GLPERIOD-STATUS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-CHECKED-PERIOD TO GLP-PERIOD
                   READ GL-PERIODS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF GLP-PERIOD-LOCKED
                               SET WS-PERIOD-IS-LOCKED TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       REFUSE-ONE-LINE.
           DISPLAY "PERIOD " WS-CHECKED-PERIOD " LOCKED - "
               GLJ-SOURCE-PROGRAM " " GLJ-GL-ACCOUNT " " GLJ-DR-CR
               " " GLJ-AMOUNT " NOT FOLDED"
           ADD 1 TO WS-REFUSED-COUNT
           ADD GLJ-AMOUNT TO WS-REFUSED-AMOUNT.

       FOLD-ONE-LINE.
           MOVE GLJ-GL-ACCOUNT TO GLB-GL-ACCOUNT
           MOVE GLJ-BRANCH     TO GLB-BRANCH
           MOVE GLJ-POSTING-DATE(1:6) TO GLB-PERIOD
           MOVE GLJ-CURRENCY-CODE TO GLB-CURRENCY-CODE
           READ GL-BALANCES
               INVALID KEY
                   MOVE GLJ-GL-ACCOUNT TO GLB-GL-ACCOUNT
                   MOVE GLJ-BRANCH     TO GLB-BRANCH
                   MOVE GLJ-POSTING-DATE(1:6) TO GLB-PERIOD
                   MOVE GLJ-CURRENCY-CODE TO GLB-CURRENCY-CODE
                   MOVE 0 TO GLB-OPEN-BALANCE
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   MOVE 0 TO GLB-CCY-OPEN-BALANCE
                   MOVE 0 TO GLB-CCY-DEBIT-TOTAL
                   MOVE 0 TO GLB-CCY-CREDIT-TOTAL
                   PERFORM APPLY-THE-LINE
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
       APPLY-THE-LINE.
           IF GLJ-DEBIT
               ADD GLJ-AMOUNT TO GLB-DEBIT-TOTAL
               ADD GLJ-CURRENCY-AMOUNT TO GLB-CCY-DEBIT-TOTAL
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO GLB-CREDIT-TOTAL
               ADD GLJ-CURRENCY-AMOUNT TO GLB-CCY-CREDIT-TOTAL
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
