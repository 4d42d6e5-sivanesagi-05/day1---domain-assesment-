       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLADJ.

      *****************************************************
      * Supervisor-approved GL adjustment into a locked      *
      * period - the one route past GLPERIOD once a period is *
      * closed. An active supervisor on OPERMAST enters a      *
      * balanced debit/credit pair for a branch; the lines go   *
      * to GLDETAIL dated the last day of the period and are     *
      * folded straight into GLBAL, with the movement carried     *
      * into the opening balance of every later period up to the   *
      * current one. An income or expense side in a fiscal year     *
      * already closed is cleared again into retained earnings at    *
      * that year's end, so the new year still opens at zero. Every   *
      * adjustment is registered on GLADJLOG with who approved it and  *
      * why.                                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

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

           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLDETAIL-STATUS.

           SELECT GL-ADJUSTMENT-LOG ASSIGN TO "GLADJLOG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLADJLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  GL-PERIODS.
       COPY "GLPERIOD.cpy".

       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  GL-DETAIL-FILE.
       COPY "GLJRNL.cpy".

       FD  GL-ADJUSTMENT-LOG.
       COPY "GLADJLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-GLPERIOD-STATUS  PIC XX.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-GLDETAIL-STATUS  PIC XX.
       01 WS-GLADJLOG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-ADJ-PERIOD       PIC 9(6).
       01 WS-ADJ-BRANCH       PIC X(4).
       01 WS-ADJ-DR-GL        PIC X(8).
       01 WS-ADJ-CR-GL        PIC X(8).
       01 WS-ADJ-AMOUNT       PIC 9(9)V99.
       01 WS-ADJ-REASON       PIC X(30).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-UNKNOWN VALUE "U".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-YEAR-END-PERIOD  PIC 9(6).
       01 WS-DR-CLASS         PIC X.
          88 WS-DR-INCOME-EXPENSE VALUE "I" "E".
       01 WS-CR-CLASS         PIC X.
          88 WS-CR-INCOME-EXPENSE VALUE "I" "E".
       01 WS-GL-ACCOUNT       PIC X(8).
       01 WS-ACCOUNT-OK       PIC X.
          88 WS-GL-USABLE     VALUE "Y".
       01 WS-RULE-DR-GL       PIC X(8).
       01 WS-RETAINED-GL      PIC X(8)   VALUE SPACES.
       01 WS-REFUSAL          PIC X(60)  VALUE SPACES.
       01 WS-RECLOSED-FLAG    PIC X      VALUE "N".
      * THE SIDE BEING POSTED - ITS ACCOUNT, DIRECTION, PERIOD AND
      * THE DATE ITS DETAIL LINE CARRIES.
       01 WS-POST-GL          PIC X(8).
       01 WS-POST-SIDE        PIC X.
          88 WS-POST-DEBIT    VALUE "D".
       01 WS-POST-PERIOD      PIC 9(6).
       01 WS-POST-DATE        PIC 9(8).
       01 WS-POST-DELTA       PIC S9(13)V99.
       01 WS-CARRY-NET        PIC S9(13)V99.
       01 WS-WALK-PERIOD      PIC 9(6).
       01 WS-WALK-SPLIT REDEFINES WS-WALK-PERIOD.
          05 WS-WSP-YYYY      PIC 9(4).
          05 WS-WSP-MM        PIC 9(2).
       01 WS-END-PERIOD       PIC 9(6).
       01 WS-END-DATE         PIC 9(8).
       01 WS-NEXT-FIRST.
          05 WS-NF-YYYY       PIC 9(4).
          05 WS-NF-MM         PIC 9(2).
          05 WS-NF-DD         PIC 9(2).
       01 WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST PIC 9(8).
       01 WS-CARRIED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM CHECK-SUPERVISOR-ROLE
           IF NOT WS-AUTHORIZED
               DISPLAY "Locked-period adjustments need a supervisor - "
                   "request refused"
               GOBACK
           END-IF

           DISPLAY "ENTER LOCKED PERIOD TO ADJUST (YYYYMM): ".
           ACCEPT WS-ADJ-PERIOD.
           DISPLAY "ENTER BRANCH: ".
           ACCEPT WS-ADJ-BRANCH.
           DISPLAY "ENTER DEBIT GL ACCOUNT: ".
           ACCEPT WS-ADJ-DR-GL.
           DISPLAY "ENTER CREDIT GL ACCOUNT: ".
           ACCEPT WS-ADJ-CR-GL.
           DISPLAY "ENTER AMOUNT: ".
           ACCEPT WS-ADJ-AMOUNT.
           DISPLAY "ENTER REASON: ".
           ACCEPT WS-ADJ-REASON.

           PERFORM OPEN-ALL-FILES
           PERFORM VALIDATE-THE-ADJUSTMENT

           IF WS-REFUSAL = SPACES
               PERFORM POST-THE-ADJUSTMENT
           ELSE
               DISPLAY WS-REFUSAL " - ADJUSTMENT REFUSED"
           END-IF

           CLOSE CHART-OF-ACCOUNTS
           CLOSE GL-PERIODS
           CLOSE GL-BALANCES
           CLOSE GL-DETAIL-FILE
           CLOSE GL-ADJUSTMENT-LOG

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "GLADJ   " "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           END-READ
           CLOSE OPERATOR-MASTER.

       OPEN-ALL-FILES.
           OPEN INPUT CHART-OF-ACCOUNTS
           CALL "FILERR" USING "GLADJ   " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT GL-PERIODS
           IF WS-GLPERIOD-STATUS = "35"
               DISPLAY "NO GL PERIOD HAS BEEN LOCKED - POST IT NORMALLY"
               GOBACK
           END-IF
           CALL "FILERR" USING "GLADJ   " "GLPERIOD" WS-GLPERIOD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O GL-BALANCES
           CALL "FILERR" USING "GLADJ   " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND GL-DETAIL-FILE
           IF WS-GLDETAIL-STATUS = "35"
               OPEN OUTPUT GL-DETAIL-FILE
           END-IF
           CALL "FILERR" USING "GLADJ   " "GLDETAIL" WS-GLDETAIL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND GL-ADJUSTMENT-LOG
           IF WS-GLADJLOG-STATUS = "35"
               OPEN OUTPUT GL-ADJUSTMENT-LOG
           END-IF
           CALL "FILERR" USING "GLADJ   " "GLADJLOG" WS-GLADJLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * AN OPEN PERIOD TAKES ITS CORRECTIONS THROUGH THE ORDINARY
      * POSTING PROGRAMS - THIS ROUTE IS ONLY FOR A LOCKED ONE.
       VALIDATE-THE-ADJUSTMENT.
           MOVE WS-ADJ-PERIOD TO GLP-PERIOD
           READ GL-PERIODS
               INVALID KEY
                   MOVE "PERIOD NOT LOCKED - POST IT NORMALLY"
                       TO WS-REFUSAL
               NOT INVALID KEY
                   IF GLP-PERIOD-LOCKED
                       MOVE GLP-YEAR-END-PERIOD TO WS-YEAR-END-PERIOD
                   ELSE
                       MOVE "PERIOD NOT LOCKED - POST IT NORMALLY"
                           TO WS-REFUSAL
                   END-IF
           END-READ

           IF WS-REFUSAL = SPACES
               CALL "BRCHK" USING WS-ADJ-BRANCH WS-BRANCH-FLAG
                   WS-BRANCH-REGION
               IF WS-BRANCH-UNKNOWN
                   MOVE "BRANCH NOT ON THE BRANCH MASTER" TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL = SPACES
               IF WS-ADJ-AMOUNT NOT NUMERIC OR WS-ADJ-AMOUNT = 0
                   MOVE "AMOUNT MUST BE GREATER THAN ZERO" TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL = SPACES
               IF WS-ADJ-DR-GL = WS-ADJ-CR-GL
                   MOVE "DEBIT AND CREDIT ARE THE SAME ACCOUNT"
                       TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL = SPACES
               MOVE WS-ADJ-DR-GL TO WS-GL-ACCOUNT
               PERFORM CHECK-ACCOUNT-USABLE
               MOVE COA-CLASS TO WS-DR-CLASS
               IF NOT WS-GL-USABLE
                   MOVE "DEBIT ACCOUNT IS NOT AN OPEN CHART ACCOUNT"
                       TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL = SPACES
               MOVE WS-ADJ-CR-GL TO WS-GL-ACCOUNT
               PERFORM CHECK-ACCOUNT-USABLE
               MOVE COA-CLASS TO WS-CR-CLASS
               IF NOT WS-GL-USABLE
                   MOVE "CREDIT ACCOUNT IS NOT AN OPEN CHART ACCOUNT"
                       TO WS-REFUSAL
               END-IF
           END-IF

      * AN INCOME OR EXPENSE SIDE IN A CLOSED YEAR NEEDS THE SAME
      * RETAINED-EARNINGS LINE THE YEAR-END CLOSE USED.
           IF WS-REFUSAL = SPACES
               IF WS-DR-INCOME-EXPENSE OR WS-CR-INCOME-EXPENSE
                   CALL "GLRULE" USING "GLYREND " "RETEARN " "**"
                       WS-RULE-DR-GL WS-RETAINED-GL
                   MOVE WS-RETAINED-GL TO WS-GL-ACCOUNT
                   PERFORM CHECK-ACCOUNT-USABLE
                   IF WS-RETAINED-GL = SPACES OR NOT WS-GL-USABLE
                       MOVE "NO OPEN RETAINED-EARNINGS ACCOUNT ON RULE"
                           TO WS-REFUSAL
                   END-IF
               END-IF
           END-IF.

       CHECK-ACCOUNT-USABLE.
           MOVE "N" TO WS-ACCOUNT-OK
           MOVE SPACE TO COA-CLASS
           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   MOVE SPACE TO COA-CLASS
               NOT INVALID KEY
                   IF COA-ACCOUNT-OPEN
                       SET WS-GL-USABLE TO TRUE
                   END-IF
           END-READ.

       POST-THE-ADJUSTMENT.
           MOVE WS-ADJ-PERIOD TO WS-END-PERIOD
           PERFORM FIND-PERIOD-END-DATE

           MOVE WS-ADJ-DR-GL  TO WS-POST-GL
           MOVE "D"           TO WS-POST-SIDE
           MOVE WS-ADJ-PERIOD TO WS-POST-PERIOD
           MOVE WS-END-DATE   TO WS-POST-DATE
           PERFORM POST-ONE-SIDE

           MOVE WS-ADJ-CR-GL  TO WS-POST-GL
           MOVE "C"           TO WS-POST-SIDE
           PERFORM POST-ONE-SIDE

      * THE CLOSE ALREADY RAN FOR THIS YEAR, SO AN INCOME OR EXPENSE
      * SIDE IS CLEARED AGAIN AT ITS YEAR-END: THE OPPOSITE SIDE ON
      * THE SAME ACCOUNT, THE ORIGINAL SIDE ON RETAINED EARNINGS.
           IF WS-DR-INCOME-EXPENSE OR WS-CR-INCOME-EXPENSE
               MOVE WS-YEAR-END-PERIOD TO WS-END-PERIOD
               PERFORM FIND-PERIOD-END-DATE
               MOVE WS-YEAR-END-PERIOD TO WS-POST-PERIOD
               MOVE WS-END-DATE        TO WS-POST-DATE
               MOVE "Y"                TO WS-RECLOSED-FLAG
           END-IF
           IF WS-DR-INCOME-EXPENSE
               MOVE WS-ADJ-DR-GL   TO WS-POST-GL
               MOVE "C"            TO WS-POST-SIDE
               PERFORM POST-ONE-SIDE
               MOVE WS-RETAINED-GL TO WS-POST-GL
               MOVE "D"            TO WS-POST-SIDE
               PERFORM POST-ONE-SIDE
           END-IF
           IF WS-CR-INCOME-EXPENSE
               MOVE WS-ADJ-CR-GL   TO WS-POST-GL
               MOVE "D"            TO WS-POST-SIDE
               PERFORM POST-ONE-SIDE
               MOVE WS-RETAINED-GL TO WS-POST-GL
               MOVE "C"            TO WS-POST-SIDE
               PERFORM POST-ONE-SIDE
           END-IF

           MOVE WS-TS-DATE       TO GLA-ENTRY-DATE
           MOVE WS-TS-TIME       TO GLA-ENTRY-TIME
           MOVE WS-ADJ-PERIOD    TO GLA-PERIOD
           MOVE WS-ADJ-BRANCH    TO GLA-BRANCH
           MOVE WS-ADJ-DR-GL     TO GLA-DR-GL-ACCOUNT
           MOVE WS-ADJ-CR-GL     TO GLA-CR-GL-ACCOUNT
           MOVE WS-ADJ-AMOUNT    TO GLA-AMOUNT
           MOVE WS-ADJ-REASON    TO GLA-REASON
           MOVE WS-OPERATOR-ID   TO GLA-APPROVED-BY
           MOVE WS-RECLOSED-FLAG TO GLA-RECLOSED-FLAG
           WRITE GL-ADJUSTMENT-RECORD
           CALL "FILERR" USING "GLADJ   " "GLADJLOG" WS-GLADJLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           DISPLAY "ADJUSTMENT POSTED TO " WS-ADJ-PERIOD " BRANCH "
               WS-ADJ-BRANCH " - DR " WS-ADJ-DR-GL " CR "
               WS-ADJ-CR-GL " " WS-ADJ-AMOUNT
           IF WS-RECLOSED-FLAG = "Y"
               DISPLAY "  INCOME/EXPENSE CLEARED AGAIN TO "
                   WS-RETAINED-GL " AT " WS-YEAR-END-PERIOD
           END-IF
           DISPLAY "  " WS-CARRIED-COUNT
               " LATER PERIOD POSITION(S) CARRIED FORWARD".

      * ONE DETAIL LINE, THEN THE POSITION FOR THE PERIOD AND EVERY
      * LATER ONE UP TO THE PROCESSING PERIOD. A LATER POSITION ON
      * FILE MOVES ITS OPENING BALANCE BY THE AMOUNT; ONE NOT YET ON
      * FILE IS OPENED AT THE PRIOR PERIOD'S CLOSE.
       POST-ONE-SIDE.
           MOVE WS-POST-DATE   TO GLJ-POSTING-DATE
           MOVE "GLADJ   "     TO GLJ-SOURCE-PROGRAM
           MOVE WS-ADJ-BRANCH  TO GLJ-BRANCH
           MOVE "**"           TO GLJ-ACCOUNT-TYPE
           MOVE WS-POST-SIDE   TO GLJ-DR-CR
           MOVE WS-POST-GL     TO GLJ-GL-ACCOUNT
           MOVE WS-ADJ-AMOUNT  TO GLJ-AMOUNT
           MOVE SPACES         TO GLJ-CURRENCY-CODE
           MOVE WS-ADJ-AMOUNT  TO GLJ-CURRENCY-AMOUNT
           WRITE GL-JOURNAL-DETAIL
           CALL "FILERR" USING "GLADJ   " "GLDETAIL" WS-GLDETAIL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF WS-POST-DEBIT
               MOVE WS-ADJ-AMOUNT TO WS-POST-DELTA
           ELSE
               COMPUTE WS-POST-DELTA = 0 - WS-ADJ-AMOUNT
           END-IF

           MOVE WS-POST-PERIOD TO WS-WALK-PERIOD
           PERFORM SET-POSITION-KEY
           READ GL-BALANCES
               INVALID KEY
                   PERFORM SET-POSITION-KEY
                   MOVE 0 TO GLB-OPEN-BALANCE
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   MOVE 0 TO GLB-CCY-OPEN-BALANCE
                   MOVE 0 TO GLB-CCY-DEBIT-TOTAL
                   MOVE 0 TO GLB-CCY-CREDIT-TOTAL
                   PERFORM APPLY-THE-SIDE
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM APPLY-THE-SIDE
                   REWRITE GL-BALANCE-RECORD
           END-READ
           CALL "FILERR" USING "GLADJ   " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           COMPUTE WS-CARRY-NET = GLB-OPEN-BALANCE
               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL

           PERFORM NEXT-WALK-PERIOD
           PERFORM UNTIL WS-WALK-PERIOD > WS-TS-MONTH
               PERFORM CARRY-INTO-PERIOD
               PERFORM NEXT-WALK-PERIOD
           END-PERFORM.

       SET-POSITION-KEY.
           MOVE WS-POST-GL     TO GLB-GL-ACCOUNT
           MOVE WS-ADJ-BRANCH  TO GLB-BRANCH
           MOVE WS-WALK-PERIOD TO GLB-PERIOD
           MOVE SPACES         TO GLB-CURRENCY-CODE.

       APPLY-THE-SIDE.
           IF WS-POST-DEBIT
               ADD WS-ADJ-AMOUNT TO GLB-DEBIT-TOTAL
               ADD WS-ADJ-AMOUNT TO GLB-CCY-DEBIT-TOTAL
           ELSE
               ADD WS-ADJ-AMOUNT TO GLB-CREDIT-TOTAL
               ADD WS-ADJ-AMOUNT TO GLB-CCY-CREDIT-TOTAL
           END-IF.

       CARRY-INTO-PERIOD.
           PERFORM SET-POSITION-KEY
           READ GL-BALANCES
               INVALID KEY
                   PERFORM SET-POSITION-KEY
                   MOVE WS-CARRY-NET TO GLB-OPEN-BALANCE
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   MOVE WS-CARRY-NET TO GLB-CCY-OPEN-BALANCE
                   MOVE 0 TO GLB-CCY-DEBIT-TOTAL
                   MOVE 0 TO GLB-CCY-CREDIT-TOTAL
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   ADD WS-POST-DELTA TO GLB-OPEN-BALANCE
                   ADD WS-POST-DELTA TO GLB-CCY-OPEN-BALANCE
                   REWRITE GL-BALANCE-RECORD
           END-READ
           CALL "FILERR" USING "GLADJ   " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           COMPUTE WS-CARRY-NET = GLB-OPEN-BALANCE
               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
           ADD 1 TO WS-CARRIED-COUNT.

       NEXT-WALK-PERIOD.
           ADD 1 TO WS-WSP-MM
           IF WS-WSP-MM > 12
               MOVE 1 TO WS-WSP-MM
               ADD 1 TO WS-WSP-YYYY
           END-IF.

      * THE LAST CALENDAR DAY OF WS-END-PERIOD - THE DAY BEFORE THE
      * FIRST OF THE FOLLOWING MONTH.
       FIND-PERIOD-END-DATE.
           MOVE WS-END-PERIOD(1:4) TO WS-NF-YYYY
           MOVE WS-END-PERIOD(5:2) TO WS-NF-MM
           MOVE 1 TO WS-NF-DD
           ADD 1 TO WS-NF-MM
           IF WS-NF-MM > 12
               MOVE 1 TO WS-NF-MM
               ADD 1 TO WS-NF-YYYY
           END-IF
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N) - 1).
