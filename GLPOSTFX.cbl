       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOSTFX.

      *****************************************************
      * Common GL journal writer, shared by every posting    *
      * program the way AUDITLOG is shared for the audit      *
      * trail. One call writes a balanced pair of detail lines *
      * - debit one GL account, credit the other for the same   *
      * amount - stamped with the source program, branch,        *
      * account type and the currency the amount is in, appended  *
      * to the day's GL detail file for GLEXTR. The ledger is kept *
      * in home currency, so a foreign amount is carried as it was  *
      * and also at its home equivalent off CURRTBL. Each side is    *
      * checked on the chart of accounts: a blank, unknown or closed  *
      * account is booked to suspense. Nothing is booked at all when   *
      * the processing date falls in a period locked on GLPERIOD.      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLDETAIL-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "GLCOA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COA-GL-ACCOUNT
               FILE STATUS WS-GLCOA-STATUS.

           SELECT GL-EXCEPTION-LOG ASSIGN TO "GLEXCP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLEXCP-STATUS.

           SELECT GL-PERIODS ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLP-PERIOD
               FILE STATUS WS-GLPERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-DETAIL-FILE.
       COPY "GLJRNL.cpy".

       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  GL-EXCEPTION-LOG.
       COPY "GLEXCP.cpy".

       FD  GL-PERIODS.
       COPY "GLPERIOD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GLDETAIL-STATUS  PIC XX.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-GLEXCP-STATUS    PIC XX.
       01 WS-GLPERIOD-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
      * THE ONE LEDGER LINE EVERY REFUSED SIDE LANDS ON - IT IS
      * ITSELF ON THE CHART AS A LIABILITY, AND IS NEVER REFUSED.
       01 WS-SUSPENSE-GL      PIC X(8)   VALUE "GLSUSPNS".
       01 WS-CHECK-GL         PIC X(8).
       01 WS-CHECK-SIDE       PIC X.
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.
       01 WS-CURRENCY-AMOUNT  PIC S9(11)V99.
       01 WS-HOME-AMOUNT      PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-REFUSE-REASON    PIC X.
          88 WS-GL-ACCEPTED   VALUE SPACE.
          88 WS-GL-NO-RULE    VALUE "R".
          88 WS-GL-UNKNOWN    VALUE "U".
          88 WS-GL-CLOSED     VALUE "C".
          88 WS-GL-PERIOD-LOCKED VALUE "P".
       01 WS-PERIOD-FLAG      PIC X.
          88 WS-PERIOD-IS-LOCKED VALUE "Y".

       LINKAGE SECTION.
       01 LS-SOURCE-PROGRAM   PIC X(8).
       01 LS-BRANCH           PIC X(4).
       01 LS-ACCOUNT-TYPE     PIC X(2).
       01 LS-DR-GL-ACCOUNT    PIC X(8).
       01 LS-CR-GL-ACCOUNT    PIC X(8).
       01 LS-CURRENCY-CODE    PIC X(3).
       01 LS-AMOUNT           PIC 9(9)V99.

       PROCEDURE DIVISION USING LS-SOURCE-PROGRAM LS-BRANCH
                                LS-ACCOUNT-TYPE LS-DR-GL-ACCOUNT
                                LS-CR-GL-ACCOUNT LS-CURRENCY-CODE
                                LS-AMOUNT.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM FIND-HOME-AMOUNT

      * A LATE POSTING INTO A CLOSED PERIOD IS REFUSED OUTRIGHT -
      * BOTH SIDES ARE LOGGED AND NOTHING REACHES THE DETAIL FILE.
           PERFORM CHECK-PERIOD-LOCK
           IF WS-PERIOD-IS-LOCKED
               PERFORM REFUSE-LOCKED-PERIOD
               GOBACK
           END-IF

           OPEN EXTEND GL-DETAIL-FILE
           CALL "FILERR" USING "GLPOSTFX" "GLDETAIL" WS-GLDETAIL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO CHART ON FILE AT ALL MEANS NO ACCOUNT CAN BE PROVEN -
      * EVERY SIDE GOES TO SUSPENSE UNTIL FINANCE LOADS ONE.
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLPOSTFX" "GLCOA" WS-GLCOA-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-TS-DATE        TO GLJ-POSTING-DATE
           MOVE LS-SOURCE-PROGRAM TO GLJ-SOURCE-PROGRAM
           MOVE LS-BRANCH         TO GLJ-BRANCH
           MOVE LS-ACCOUNT-TYPE   TO GLJ-ACCOUNT-TYPE
           SET GLJ-DEBIT          TO TRUE
           MOVE LS-DR-GL-ACCOUNT  TO WS-CHECK-GL
           MOVE "D"               TO WS-CHECK-SIDE
           PERFORM CHECK-GL-ACCOUNT
           MOVE WS-CHECK-GL       TO GLJ-GL-ACCOUNT
           MOVE WS-HOME-AMOUNT    TO GLJ-AMOUNT
           MOVE LS-CURRENCY-CODE  TO GLJ-CURRENCY-CODE
           MOVE LS-AMOUNT         TO GLJ-CURRENCY-AMOUNT
           WRITE GL-JOURNAL-DETAIL

           SET GLJ-CREDIT         TO TRUE
           MOVE LS-CR-GL-ACCOUNT  TO WS-CHECK-GL
           MOVE "C"               TO WS-CHECK-SIDE
           PERFORM CHECK-GL-ACCOUNT
           MOVE WS-CHECK-GL       TO GLJ-GL-ACCOUNT
           MOVE WS-HOME-AMOUNT    TO GLJ-AMOUNT
           MOVE LS-CURRENCY-CODE  TO GLJ-CURRENCY-CODE
           MOVE LS-AMOUNT         TO GLJ-CURRENCY-AMOUNT
           WRITE GL-JOURNAL-DETAIL

           CLOSE GL-DETAIL-FILE
           IF WS-GLCOA-STATUS = "35"
               CONTINUE
           ELSE
               CLOSE CHART-OF-ACCOUNTS
           END-IF

           GOBACK.

      * A CURRENCY WITH NO RATE STILL POSTS - AT PAR, SO THE PAIR
      * BALANCES - AND IS CALLED OUT FOR FINANCE TO RE-BOOK.
       FIND-HOME-AMOUNT.
           MOVE LS-AMOUNT TO WS-CURRENCY-AMOUNT
           CALL "FXCONV" USING LS-CURRENCY-CODE WS-HOME-CURRENCY
               WS-CURRENCY-AMOUNT WS-HOME-AMOUNT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE
               DISPLAY "NO RATE FOR " LS-CURRENCY-CODE " - "
                   LS-SOURCE-PROGRAM " POSTED AT PAR"
               MOVE LS-AMOUNT TO WS-HOME-AMOUNT
           END-IF
           IF WS-HOME-AMOUNT > 999999999.99
               DISPLAY "HOME EQUIVALENT TOO LARGE FOR "
                   LS-SOURCE-PROGRAM " - POSTED AT PAR"
               MOVE LS-AMOUNT TO WS-HOME-AMOUNT
           END-IF.

      * NO PERIOD TABLE ON FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
       CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERIOD-FLAG
           OPEN INPUT GL-PERIODS
           IF WS-GLPERIOD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLPOSTFX" "GLPERIOD"
                   WS-GLPERIOD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-TS-DATE(1:6) TO GLP-PERIOD
               READ GL-PERIODS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GLP-PERIOD-LOCKED
                           SET WS-PERIOD-IS-LOCKED TO TRUE
                       END-IF
               END-READ
               CLOSE GL-PERIODS
           END-IF.

       REFUSE-LOCKED-PERIOD.
           SET WS-GL-PERIOD-LOCKED TO TRUE
           MOVE LS-DR-GL-ACCOUNT  TO WS-CHECK-GL
           MOVE "D"               TO WS-CHECK-SIDE
           PERFORM LOG-GL-EXCEPTION
           MOVE LS-CR-GL-ACCOUNT  TO WS-CHECK-GL
           MOVE "C"               TO WS-CHECK-SIDE
           PERFORM LOG-GL-EXCEPTION.

      * ON A REFUSAL WS-CHECK-GL COMES BACK AS THE SUSPENSE LINE
      * AND THE EXCEPTION IS LOGGED WITH WHAT WAS ASKED FOR.
       CHECK-GL-ACCOUNT.
           MOVE SPACE TO WS-REFUSE-REASON
           IF WS-CHECK-GL = WS-SUSPENSE-GL
               CONTINUE
           ELSE
               IF WS-CHECK-GL = SPACES
                   SET WS-GL-NO-RULE TO TRUE
               ELSE
                   IF WS-GLCOA-STATUS = "35"
                       SET WS-GL-UNKNOWN TO TRUE
                   ELSE
                       MOVE WS-CHECK-GL TO COA-GL-ACCOUNT
                       READ CHART-OF-ACCOUNTS
                           INVALID KEY
                               SET WS-GL-UNKNOWN TO TRUE
                           NOT INVALID KEY
                               IF COA-ACCOUNT-CLOSED
                                   SET WS-GL-CLOSED TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF

           IF NOT WS-GL-ACCEPTED
               PERFORM LOG-GL-EXCEPTION
               MOVE WS-SUSPENSE-GL TO WS-CHECK-GL
           END-IF.

       LOG-GL-EXCEPTION.
           OPEN EXTEND GL-EXCEPTION-LOG
           IF WS-GLEXCP-STATUS = "35"
               OPEN OUTPUT GL-EXCEPTION-LOG
           END-IF
           CALL "FILERR" USING "GLPOSTFX" "GLEXCP" WS-GLEXCP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-TS-DATE        TO GLX-POSTING-DATE
           MOVE WS-TS-TIME        TO GLX-POSTING-TIME
           MOVE LS-SOURCE-PROGRAM TO GLX-SOURCE-PROGRAM
           MOVE LS-BRANCH         TO GLX-BRANCH
           MOVE LS-ACCOUNT-TYPE   TO GLX-ACCOUNT-TYPE
           MOVE WS-CHECK-SIDE     TO GLX-DR-CR
           MOVE WS-CHECK-GL       TO GLX-REQUESTED-GL
           IF WS-GL-PERIOD-LOCKED
               MOVE SPACES         TO GLX-SUSPENSE-GL
           ELSE
               MOVE WS-SUSPENSE-GL TO GLX-SUSPENSE-GL
           END-IF
           MOVE WS-HOME-AMOUNT    TO GLX-AMOUNT
           MOVE WS-REFUSE-REASON  TO GLX-REASON
           WRITE GL-EXCEPTION-RECORD

           CLOSE GL-EXCEPTION-LOG

           IF WS-GL-PERIOD-LOCKED
               DISPLAY "GL PERIOD " WS-TS-DATE(1:6) " IS LOCKED - "
                   WS-CHECK-GL " " WS-CHECK-SIDE " FOR "
                   LS-SOURCE-PROGRAM " NOT BOOKED"
           ELSE
               DISPLAY "GL ACCOUNT " WS-CHECK-GL " REFUSED ("
                   WS-REFUSE-REASON ") FOR " LS-SOURCE-PROGRAM
                   " - BOOKED TO " WS-SUSPENSE-GL
           END-IF.
