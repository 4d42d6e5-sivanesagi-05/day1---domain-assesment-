       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYREND.

      *****************************************************
      * Fiscal year-end GL close, run in the month-end       *
      * chain. In the fiscal year-end month it clears every   *
      * income and expense GLBAL position, per branch and      *
      * currency, into the retained-earnings account with       *
      * balanced journal lines on GLDETAIL, writes the closing   *
      * trial balance, opens the new fiscal period with income    *
      * and expense starting at zero, writes the opening trial     *
      * balance, and locks the closed year's periods on GLPERIOD so *
      * no late posting can land in them. Any other month it does    *
      * nothing; a year already locked is not closed twice.           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "GLCOA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COA-GL-ACCOUNT
               FILE STATUS WS-GLCOA-STATUS.

           SELECT GL-PERIODS ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLP-PERIOD
               FILE STATUS WS-GLPERIOD-STATUS.

           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLDETAIL-STATUS.

           SELECT CLOSING-TRIAL-BALANCE ASSIGN TO "GLCLSTB.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLCLSTB-STATUS.

           SELECT OPENING-TRIAL-BALANCE ASSIGN TO "GLOPNTB.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLOPNTB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  GL-PERIODS.
       COPY "GLPERIOD.cpy".

       FD  GL-DETAIL-FILE.
       COPY "GLJRNL.cpy".

       FD  CLOSING-TRIAL-BALANCE.
       01 CLOSING-TRIAL-BALANCE-RECORD PIC X(125).

       FD  OPENING-TRIAL-BALANCE.
       01 OPENING-TRIAL-BALANCE-RECORD PIC X(125).

       WORKING-STORAGE SECTION.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-GLPERIOD-STATUS  PIC XX.
       01 WS-GLDETAIL-STATUS  PIC XX.
       01 WS-GLCLSTB-STATUS   PIC XX.
       01 WS-GLOPNTB-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BALANCES  VALUE "Y".
       01 WS-YEAR-END-MONTH   PIC 9(2).
       01 WS-CLOSE-PERIOD     PIC 9(6).
       01 WS-NEXT-PERIOD      PIC 9(6).
       01 WS-PERIOD-SPLIT.
          05 WS-PSP-YYYY      PIC 9(4).
          05 WS-PSP-MM        PIC 9(2).
       01 WS-LOCK-PERIOD      PIC 9(6).
       01 WS-LOCK-SPLIT REDEFINES WS-LOCK-PERIOD.
          05 WS-LSP-YYYY      PIC 9(4).
          05 WS-LSP-MM        PIC 9(2).
       01 WS-LOCK-NO          PIC 9(2).
       01 WS-RULE-DR-GL       PIC X(8).
       01 WS-RETAINED-GL      PIC X(8).
       01 WS-RETAINED-OK      PIC X      VALUE "N".
          88 WS-RETAINED-USABLE VALUE "Y".
       01 WS-CLOSE-NET        PIC S9(13)V99.
       01 WS-CCY-CLOSE-NET    PIC S9(13)V99.
       01 WS-SAVED-ACCOUNT    PIC X(8).
       01 WS-SAVED-BRANCH     PIC X(4).
       01 WS-SAVED-CURRENCY   PIC X(3).
       01 I                   PIC 9(2).
       01 WS-SLOT             PIC 9(2).
       01 WS-BRANCH-COUNT     PIC 9(2)   VALUE 0.
      * WHAT EACH BRANCH'S INCOME AND EXPENSE NETTED TO, SIGNED AS
      * A BALANCE (DEBIT POSITIVE) - THE RETAINED-EARNINGS LINE
      * TAKES THE SAME FIGURE ON THE SAME SIDE.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-RETAINED-NET    PIC S9(13)V99.
      * ONE JOURNAL SIDE, SPLIT ACROSS AS MANY DETAIL LINES AS THE
      * 9(9)V99 LINE AMOUNT NEEDS.
       01 WS-LINE-GL          PIC X(8).
       01 WS-LINE-BRANCH      PIC X(4).
       01 WS-LINE-SIDE        PIC X.
       01 WS-LINE-CURRENCY    PIC X(3).
       01 WS-LINE-HOME        PIC 9(13)V99.
       01 WS-LINE-CCY         PIC 9(13)V99.
       01 WS-LINE-LARGEST     PIC 9(13)V99.
       01 WS-LINE-LIMIT       PIC 9(9)V99 VALUE 999999999.99.
       01 WS-PART-COUNT       PIC 9(5).
       01 WS-PART-NO          PIC 9(5).
       01 WS-PART-HOME        PIC 9(9)V99.
       01 WS-PART-CCY         PIC 9(9)V99.
       01 WS-CLOSED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-JOURNAL-COUNT    PIC 9(7)   VALUE 0.
       01 WS-OPENED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-TB-LINE-COUNT    PIC 9(7).
       01 WS-TB-DEBITS        PIC 9(15)V99.
       01 WS-TB-CREDITS       PIC 9(15)V99.
       01 WS-TB-NET           PIC S9(15)V99.
       01 WS-TB-IE-LEFT       PIC 9(7).
       01 WS-TRIAL-BALANCE-LINE.
          05 TBL-GL-ACCOUNT         PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CURRENCY-CODE      PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-OPEN-BALANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-DEBIT-TOTAL        PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CREDIT-TOTAL       PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-OPEN-BALANCE   PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-DEBIT-TOTAL    PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-CREDIT-TOTAL   PIC 9(13)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER FISCAL YEAR-END MONTH (MM): ".
           ACCEPT WS-YEAR-END-MONTH.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-MONTH TO WS-CLOSE-PERIOD
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-SPLIT

           IF WS-YEAR-END-MONTH < 1 OR WS-YEAR-END-MONTH > 12
               DISPLAY "INVALID FISCAL YEAR-END MONTH "
                   WS-YEAR-END-MONTH " - CLOSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PSP-MM NOT = WS-YEAR-END-MONTH
               DISPLAY "NOT THE FISCAL YEAR-END MONTH - NO CLOSE"
               STOP RUN
           END-IF

           ADD 1 TO WS-PSP-MM
           IF WS-PSP-MM > 12
               MOVE 1 TO WS-PSP-MM
               ADD 1 TO WS-PSP-YYYY
           END-IF
           MOVE WS-PERIOD-SPLIT TO WS-NEXT-PERIOD

           PERFORM OPEN-ALL-FILES
           PERFORM CHECK-NOT-ALREADY-CLOSED
           PERFORM FIND-RETAINED-EARNINGS

           PERFORM READ-NEXT-BALANCE
           PERFORM UNTIL END-OF-BALANCES
               IF GLB-PERIOD = WS-CLOSE-PERIOD
                   PERFORM CLOSE-ONE-POSITION
               END-IF
               PERFORM READ-NEXT-BALANCE
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-RETAINED-NET(I) NOT = 0
                   PERFORM POST-RETAINED-EARNINGS
               END-IF
           END-PERFORM

           PERFORM WRITE-CLOSING-TRIAL-BALANCE
           PERFORM OPEN-NEXT-PERIOD
           PERFORM WRITE-OPENING-TRIAL-BALANCE
           PERFORM LOCK-THE-YEAR

           DISPLAY "FISCAL YEAR ENDING " WS-CLOSE-PERIOD " CLOSED - "
               WS-CLOSED-COUNT " POSITION(S) CLEARED TO "
               WS-RETAINED-GL ", " WS-JOURNAL-COUNT
               " JOURNAL LINE(S)"
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "*** " WS-SKIPPED-COUNT " POSITION(S) NOT"
                   " CLEARED - BRANCH TABLE FULL - CLEAR THROUGH"
                   " GLADJ ***"
           END-IF
           DISPLAY WS-OPENED-COUNT " POSITION(S) OPENED INTO "
               WS-NEXT-PERIOD

           CLOSE GL-BALANCES
           CLOSE CHART-OF-ACCOUNTS
           CLOSE GL-PERIODS
           CLOSE GL-DETAIL-FILE
           CLOSE CLOSING-TRIAL-BALANCE
           CLOSE OPENING-TRIAL-BALANCE

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O GL-BALANCES
           IF WS-GLBAL-STATUS = "35"
               DISPLAY "NO GL BALANCE FILE - NOTHING TO CLOSE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "GLYREND " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * WITHOUT THE CHART THERE IS NO TELLING INCOME AND EXPENSE
      * FROM THE BALANCE SHEET, SO THE CLOSE CANNOT RUN.
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS - YEAR-END CLOSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "FILERR" USING "GLYREND " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O GL-PERIODS
           IF WS-GLPERIOD-STATUS = "35"
               OPEN OUTPUT GL-PERIODS
               CLOSE GL-PERIODS
               OPEN I-O GL-PERIODS
           END-IF
           CALL "FILERR" USING "GLYREND " "GLPERIOD"
               WS-GLPERIOD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND GL-DETAIL-FILE
           IF WS-GLDETAIL-STATUS = "35"
               OPEN OUTPUT GL-DETAIL-FILE
           END-IF
           CALL "FILERR" USING "GLYREND " "GLDETAIL"
               WS-GLDETAIL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSING-TRIAL-BALANCE
           CALL "FILERR" USING "GLYREND " "GLCLSTB" WS-GLCLSTB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT OPENING-TRIAL-BALANCE
           CALL "FILERR" USING "GLYREND " "GLOPNTB" WS-GLOPNTB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE YEAR-END PERIOD IS THE LAST ONE THE CLOSE LOCKS - FOUND
      * LOCKED, THE YEAR HAS ALREADY BEEN CLOSED AND A RERUN STOPS.
       CHECK-NOT-ALREADY-CLOSED.
           MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
           READ GL-PERIODS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GLP-PERIOD-LOCKED
                       DISPLAY "FISCAL YEAR ENDING " WS-CLOSE-PERIOD
                           " ALREADY CLOSED BY " GLP-LOCKED-BY
                           " ON " GLP-LOCKED-DATE " - NOTHING DONE"
                       STOP RUN
                   END-IF
           END-READ.

      * FINANCE NAMES THE RETAINED-EARNINGS LINE AS THE CREDIT SIDE
      * OF THE GLYREND RETEARN RULE, LIKE ANY OTHER POSTING RULE.
       FIND-RETAINED-EARNINGS.
           CALL "GLRULE" USING "GLYREND " "RETEARN " "**"
               WS-RULE-DR-GL WS-RETAINED-GL
           IF WS-RETAINED-GL NOT = SPACES
               MOVE WS-RETAINED-GL TO COA-GL-ACCOUNT
               READ CHART-OF-ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COA-ACCOUNT-OPEN
                           SET WS-RETAINED-USABLE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-RETAINED-USABLE
               DISPLAY "NO OPEN RETAINED-EARNINGS ACCOUNT ON THE "
                   "GLYREND RETEARN RULE - YEAR-END CLOSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-BALANCE.
           READ GL-BALANCES NEXT RECORD
               AT END SET END-OF-BALANCES TO TRUE
           END-READ.

      * AN INCOME OR EXPENSE POSITION IS CLEARED BY TURNOVER ON THE
      * OPPOSITE SIDE TO ITS BALANCE, IN HOME CURRENCY AND IN ITS
      * OWN, SO BOTH NETS COME TO ZERO. THE RECORD IN HAND IS
      * REWRITTEN, WHICH LEAVES THE SEQUENTIAL POSITION ALONE.
       CLOSE-ONE-POSITION.
           MOVE GLB-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   MOVE SPACE TO COA-CLASS
           END-READ
           IF COA-INCOME OR COA-EXPENSE
               COMPUTE WS-CLOSE-NET = GLB-OPEN-BALANCE
                   + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               COMPUTE WS-CCY-CLOSE-NET = GLB-CCY-OPEN-BALANCE
                   + GLB-CCY-DEBIT-TOTAL - GLB-CCY-CREDIT-TOTAL
               IF WS-CLOSE-NET NOT = 0 OR WS-CCY-CLOSE-NET NOT = 0
                   PERFORM FIND-BRANCH-SLOT
                   IF WS-SLOT = 0
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM CLEAR-THE-POSITION
                   END-IF
               END-IF
           END-IF.

       CLEAR-THE-POSITION.
           IF WS-CLOSE-NET > 0
               ADD WS-CLOSE-NET TO GLB-CREDIT-TOTAL
               MOVE "C" TO WS-LINE-SIDE
               MOVE WS-CLOSE-NET TO WS-LINE-HOME
           ELSE
               COMPUTE GLB-DEBIT-TOTAL = GLB-DEBIT-TOTAL
                   - WS-CLOSE-NET
               MOVE "D" TO WS-LINE-SIDE
               COMPUTE WS-LINE-HOME = 0 - WS-CLOSE-NET
           END-IF
           IF WS-CCY-CLOSE-NET > 0
               ADD WS-CCY-CLOSE-NET TO GLB-CCY-CREDIT-TOTAL
               MOVE WS-CCY-CLOSE-NET TO WS-LINE-CCY
           ELSE
               COMPUTE GLB-CCY-DEBIT-TOTAL = GLB-CCY-DEBIT-TOTAL
                   - WS-CCY-CLOSE-NET
               COMPUTE WS-LINE-CCY = 0 - WS-CCY-CLOSE-NET
           END-IF
           REWRITE GL-BALANCE-RECORD
           CALL "FILERR" USING "GLYREND " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE GLB-GL-ACCOUNT    TO WS-LINE-GL
           MOVE GLB-BRANCH        TO WS-LINE-BRANCH
           MOVE GLB-CURRENCY-CODE TO WS-LINE-CURRENCY
           PERFORM WRITE-JOURNAL-SIDE

           ADD WS-CLOSE-NET TO WSB-RETAINED-NET(WS-SLOT)
           ADD 1 TO WS-CLOSED-COUNT.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = GLB-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE GLB-BRANCH TO WSB-BRANCH(WS-BRANCH-COUNT)
                   MOVE 0 TO WSB-RETAINED-NET(WS-BRANCH-COUNT)
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " GLB-GL-ACCOUNT
                       " " GLB-BRANCH " NOT CLEARED"
               END-IF
           END-IF.

      * THE BRANCH'S RETAINED-EARNINGS POSITION IN HOME CURRENCY
      * TAKES THE NET OF EVERYTHING CLEARED FOR THE BRANCH - A NET
      * DEBIT (A LOSS) DEBITS RETAINED EARNINGS.
       POST-RETAINED-EARNINGS.
           MOVE WS-RETAINED-GL  TO GLB-GL-ACCOUNT
           MOVE WSB-BRANCH(I)   TO GLB-BRANCH
           MOVE WS-CLOSE-PERIOD TO GLB-PERIOD
           MOVE SPACES          TO GLB-CURRENCY-CODE
           READ GL-BALANCES
               INVALID KEY
                   MOVE WS-RETAINED-GL  TO GLB-GL-ACCOUNT
                   MOVE WSB-BRANCH(I)   TO GLB-BRANCH
                   MOVE WS-CLOSE-PERIOD TO GLB-PERIOD
                   MOVE SPACES          TO GLB-CURRENCY-CODE
                   MOVE 0 TO GLB-OPEN-BALANCE
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   MOVE 0 TO GLB-CCY-OPEN-BALANCE
                   MOVE 0 TO GLB-CCY-DEBIT-TOTAL
                   MOVE 0 TO GLB-CCY-CREDIT-TOTAL
                   PERFORM APPLY-RETAINED-EARNINGS
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM APPLY-RETAINED-EARNINGS
                   REWRITE GL-BALANCE-RECORD
           END-READ
           CALL "FILERR" USING "GLYREND " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-RETAINED-GL TO WS-LINE-GL
           MOVE WSB-BRANCH(I)  TO WS-LINE-BRANCH
           MOVE SPACES         TO WS-LINE-CURRENCY
           MOVE WS-LINE-HOME   TO WS-LINE-CCY
           PERFORM WRITE-JOURNAL-SIDE.

       APPLY-RETAINED-EARNINGS.
           IF WSB-RETAINED-NET(I) > 0
               ADD WSB-RETAINED-NET(I) TO GLB-DEBIT-TOTAL
               ADD WSB-RETAINED-NET(I) TO GLB-CCY-DEBIT-TOTAL
               MOVE "D" TO WS-LINE-SIDE
               MOVE WSB-RETAINED-NET(I) TO WS-LINE-HOME
           ELSE
               COMPUTE GLB-CREDIT-TOTAL = GLB-CREDIT-TOTAL
                   - WSB-RETAINED-NET(I)
               COMPUTE GLB-CCY-CREDIT-TOTAL = GLB-CCY-CREDIT-TOTAL
                   - WSB-RETAINED-NET(I)
               MOVE "C" TO WS-LINE-SIDE
               COMPUTE WS-LINE-HOME = 0 - WSB-RETAINED-NET(I)
           END-IF.

      * A SIDE LARGER THAN ONE DETAIL LINE CAN CARRY GOES OUT IN
      * EQUAL PARTS, THE LAST PART TAKING THE ODD CENTS.
       WRITE-JOURNAL-SIDE.
           IF WS-LINE-HOME > WS-LINE-CCY
               MOVE WS-LINE-HOME TO WS-LINE-LARGEST
           ELSE
               MOVE WS-LINE-CCY TO WS-LINE-LARGEST
           END-IF
           DIVIDE WS-LINE-LARGEST BY WS-LINE-LIMIT
               GIVING WS-PART-COUNT
           IF WS-PART-COUNT * WS-LINE-LIMIT < WS-LINE-LARGEST
               ADD 1 TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT = 0
               MOVE 1 TO WS-PART-COUNT
           END-IF
           DIVIDE WS-LINE-HOME BY WS-PART-COUNT GIVING WS-PART-HOME
           DIVIDE WS-LINE-CCY BY WS-PART-COUNT GIVING WS-PART-CCY

           MOVE WS-TS-DATE       TO GLJ-POSTING-DATE
           MOVE "GLYREND "       TO GLJ-SOURCE-PROGRAM
           MOVE WS-LINE-BRANCH   TO GLJ-BRANCH
           MOVE "**"             TO GLJ-ACCOUNT-TYPE
           MOVE WS-LINE-SIDE     TO GLJ-DR-CR
           MOVE WS-LINE-GL       TO GLJ-GL-ACCOUNT
           MOVE WS-LINE-CURRENCY TO GLJ-CURRENCY-CODE
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
               IF WS-PART-NO = WS-PART-COUNT
                   COMPUTE GLJ-AMOUNT = WS-LINE-HOME
                       - WS-PART-HOME * (WS-PART-COUNT - 1)
                   COMPUTE GLJ-CURRENCY-AMOUNT = WS-LINE-CCY
                       - WS-PART-CCY * (WS-PART-COUNT - 1)
               ELSE
                   MOVE WS-PART-HOME TO GLJ-AMOUNT
                   MOVE WS-PART-CCY  TO GLJ-CURRENCY-AMOUNT
               END-IF
               WRITE GL-JOURNAL-DETAIL
               CALL "FILERR" USING "GLYREND " "GLDETAIL"
                   WS-GLDETAIL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOURNAL-COUNT
           END-PERFORM.

       START-FROM-THE-TOP.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GLB-KEY
           START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY SET END-OF-BALANCES TO TRUE
           END-START.

      * THE CLOSED PERIOD AS IT STANDS AFTER THE CLOSING LINES -
      * TURNOVER MUST STILL PROVE DR = CR, AND NO INCOME OR EXPENSE
      * POSITION MAY BE LEFT WITH A BALANCE.
       WRITE-CLOSING-TRIAL-BALANCE.
           MOVE 0 TO WS-TB-LINE-COUNT
           MOVE 0 TO WS-TB-DEBITS
           MOVE 0 TO WS-TB-CREDITS
           MOVE 0 TO WS-TB-IE-LEFT
           PERFORM START-FROM-THE-TOP
           IF NOT END-OF-BALANCES
               PERFORM READ-NEXT-BALANCE
           END-IF
           PERFORM UNTIL END-OF-BALANCES
               IF GLB-PERIOD = WS-CLOSE-PERIOD
                   PERFORM FILL-TRIAL-BALANCE-LINE
                   WRITE CLOSING-TRIAL-BALANCE-RECORD
                       FROM WS-TRIAL-BALANCE-LINE
                   ADD 1 TO WS-TB-LINE-COUNT
                   ADD GLB-DEBIT-TOTAL  TO WS-TB-DEBITS
                   ADD GLB-CREDIT-TOTAL TO WS-TB-CREDITS
                   COMPUTE WS-CLOSE-NET = GLB-OPEN-BALANCE
                       + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
                   IF WS-CLOSE-NET NOT = 0
                       PERFORM COUNT-IE-LEFT
                   END-IF
               END-IF
               PERFORM READ-NEXT-BALANCE
           END-PERFORM

           IF WS-TB-DEBITS = WS-TB-CREDITS
               DISPLAY "CLOSING TRIAL BALANCE PROVES - DR = CR = "
                   WS-TB-DEBITS " OVER " WS-TB-LINE-COUNT " LINE(S)"
           ELSE
               DISPLAY "*** CLOSING TRIAL BALANCE OUT - DR "
                   WS-TB-DEBITS " CR " WS-TB-CREDITS " ***"
           END-IF
           IF WS-TB-IE-LEFT > 0
               DISPLAY "*** " WS-TB-IE-LEFT " INCOME/EXPENSE "
                   "POSITION(S) STILL CARRY A BALANCE ***"
           END-IF.

       COUNT-IE-LEFT.
           MOVE GLB-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   MOVE SPACE TO COA-CLASS
           END-READ
           IF COA-INCOME OR COA-EXPENSE
               ADD 1 TO WS-TB-IE-LEFT
           END-IF.

       FILL-TRIAL-BALANCE-LINE.
           MOVE GLB-GL-ACCOUNT   TO TBL-GL-ACCOUNT
           MOVE GLB-BRANCH       TO TBL-BRANCH
           MOVE GLB-CURRENCY-CODE TO TBL-CURRENCY-CODE
           MOVE GLB-OPEN-BALANCE TO TBL-OPEN-BALANCE
           MOVE GLB-DEBIT-TOTAL  TO TBL-DEBIT-TOTAL
           MOVE GLB-CREDIT-TOTAL TO TBL-CREDIT-TOTAL
           MOVE GLB-CCY-OPEN-BALANCE TO TBL-CCY-OPEN-BALANCE
           MOVE GLB-CCY-DEBIT-TOTAL  TO TBL-CCY-DEBIT-TOTAL
           MOVE GLB-CCY-CREDIT-TOTAL TO TBL-CCY-CREDIT-TOTAL.

      * THE NEW FISCAL PERIOD OPENS AS GLROLL WOULD OPEN IT - AND
      * IF GLROLL HAS ALREADY OPENED IT, ITS OPENING BALANCE IS SET
      * AGAIN FROM THE CLOSED POSITION, SO INCOME AND EXPENSE START
      * THE YEAR AT ZERO EITHER WAY.
       OPEN-NEXT-PERIOD.
           PERFORM START-FROM-THE-TOP
           IF NOT END-OF-BALANCES
               PERFORM READ-NEXT-BALANCE
           END-IF
           PERFORM UNTIL END-OF-BALANCES
               IF GLB-PERIOD = WS-CLOSE-PERIOD
                   PERFORM ROLL-ONE-POSITION
               END-IF
               PERFORM READ-NEXT-BALANCE
           END-PERFORM.

       ROLL-ONE-POSITION.
           MOVE GLB-GL-ACCOUNT TO WS-SAVED-ACCOUNT
           MOVE GLB-BRANCH     TO WS-SAVED-BRANCH
           MOVE GLB-CURRENCY-CODE TO WS-SAVED-CURRENCY
           COMPUTE WS-CLOSE-NET = GLB-OPEN-BALANCE
               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
           COMPUTE WS-CCY-CLOSE-NET = GLB-CCY-OPEN-BALANCE
               + GLB-CCY-DEBIT-TOTAL - GLB-CCY-CREDIT-TOTAL

           MOVE WS-NEXT-PERIOD TO GLB-PERIOD
           MOVE WS-CLOSE-NET   TO GLB-OPEN-BALANCE
           MOVE 0              TO GLB-DEBIT-TOTAL
           MOVE 0              TO GLB-CREDIT-TOTAL
           MOVE WS-CCY-CLOSE-NET TO GLB-CCY-OPEN-BALANCE
           MOVE 0              TO GLB-CCY-DEBIT-TOTAL
           MOVE 0              TO GLB-CCY-CREDIT-TOTAL
           WRITE GL-BALANCE-RECORD
           IF WS-GLBAL-STATUS = "22"
               READ GL-BALANCES
                   INVALID KEY
                       CONTINUE
               END-READ
               CALL "FILERR" USING "GLYREND " "GLBAL"
                   WS-GLBAL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CLOSE-NET     TO GLB-OPEN-BALANCE
               MOVE WS-CCY-CLOSE-NET TO GLB-CCY-OPEN-BALANCE
               REWRITE GL-BALANCE-RECORD
           END-IF
           CALL "FILERR" USING "GLYREND " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-OPENED-COUNT

           MOVE WS-SAVED-ACCOUNT TO GLB-GL-ACCOUNT
           MOVE WS-SAVED-BRANCH  TO GLB-BRANCH
           MOVE WS-CLOSE-PERIOD  TO GLB-PERIOD
           MOVE WS-SAVED-CURRENCY TO GLB-CURRENCY-CODE
           READ GL-BALANCES
               INVALID KEY
                   CONTINUE
           END-READ
           START GL-BALANCES KEY IS GREATER THAN GLB-KEY
               INVALID KEY SET END-OF-BALANCES TO TRUE
           END-START.

      * THE NEW YEAR'S OPENING POSITIONS - A LEDGER THAT HAS ALWAYS
      * BALANCED OPENS WITH ITS SIGNED BALANCES NETTING TO ZERO, AND
      * WITH NOTHING OPEN ON ANY INCOME OR EXPENSE LINE.
       WRITE-OPENING-TRIAL-BALANCE.
           MOVE 0 TO WS-TB-LINE-COUNT
           MOVE 0 TO WS-TB-NET
           MOVE 0 TO WS-TB-IE-LEFT
           PERFORM START-FROM-THE-TOP
           IF NOT END-OF-BALANCES
               PERFORM READ-NEXT-BALANCE
           END-IF
           PERFORM UNTIL END-OF-BALANCES
               IF GLB-PERIOD = WS-NEXT-PERIOD
                   PERFORM FILL-TRIAL-BALANCE-LINE
                   WRITE OPENING-TRIAL-BALANCE-RECORD
                       FROM WS-TRIAL-BALANCE-LINE
                   ADD 1 TO WS-TB-LINE-COUNT
                   ADD GLB-OPEN-BALANCE TO WS-TB-NET
                   IF GLB-OPEN-BALANCE NOT = 0
                       PERFORM COUNT-IE-LEFT
                   END-IF
               END-IF
               PERFORM READ-NEXT-BALANCE
           END-PERFORM

           IF WS-TB-NET = 0
               DISPLAY "OPENING TRIAL BALANCE PROVES - "
                   WS-TB-LINE-COUNT " POSITION(S) NET TO ZERO"
           ELSE
               DISPLAY "*** OPENING TRIAL BALANCE OUT - POSITIONS NET "
                   WS-TB-NET " ***"
           END-IF
           IF WS-TB-IE-LEFT > 0
               DISPLAY "*** " WS-TB-IE-LEFT " INCOME/EXPENSE "
                   "POSITION(S) OPEN WITH A BALANCE ***"
           END-IF.

      * EVERY PERIOD OF THE FISCAL YEAR JUST CLOSED, COUNTING BACK
      * TWELVE MONTHS FROM THE YEAR-END PERIOD.
       LOCK-THE-YEAR.
           MOVE WS-CLOSE-PERIOD TO WS-LOCK-PERIOD
           PERFORM VARYING WS-LOCK-NO FROM 1 BY 1 UNTIL WS-LOCK-NO > 12
               PERFORM LOCK-ONE-PERIOD
               SUBTRACT 1 FROM WS-LSP-MM
               IF WS-LSP-MM = 0
                   MOVE 12 TO WS-LSP-MM
                   SUBTRACT 1 FROM WS-LSP-YYYY
               END-IF
           END-PERFORM.

       LOCK-ONE-PERIOD.
           MOVE WS-LOCK-PERIOD TO GLP-PERIOD
           READ GL-PERIODS
               INVALID KEY
                   PERFORM FILL-PERIOD-LOCK
                   WRITE GL-PERIOD-RECORD
               NOT INVALID KEY
                   PERFORM FILL-PERIOD-LOCK
                   REWRITE GL-PERIOD-RECORD
           END-READ
           CALL "FILERR" USING "GLYREND " "GLPERIOD"
               WS-GLPERIOD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       FILL-PERIOD-LOCK.
           MOVE WS-LOCK-PERIOD  TO GLP-PERIOD
           SET GLP-PERIOD-LOCKED TO TRUE
           MOVE WS-CLOSE-PERIOD TO GLP-YEAR-END-PERIOD
           MOVE "GLYREND "      TO GLP-LOCKED-BY
           MOVE WS-TS-DATE      TO GLP-LOCKED-DATE.
