       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.

      *****************************************************
      * Month-end budget-versus-actual variance report.      *
      * Actuals come off GLBAL for every income and expense   *
      * line, per branch, for the processing month and for the *
      * fiscal year to date; budgets come off BUDGET for the    *
      * same months. Each line shows actual, budget, variance    *
      * and variance percent for the month and the year to date,  *
      * with each region's subtotal above its branches and each    *
      * branch's subtotal above its lines. A line whose variance    *
      * percent is outside the tolerance is flagged. The bank-wide   *
      * figures, then one record per region, feed the management      *
      * dashboard.                                                     *
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

           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BGT-KEY
               FILE STATUS WS-BUDGET-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO "BUDGVAR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUDGVAR-STATUS.

           SELECT VARIANCE-SUMMARY ASSIGN TO "BUDVSUM.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUDVSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  BUDGET-FILE.
       COPY "BUDGET.cpy".

      * ALL FIGURES ARE SIGNED AS CONTRIBUTION - INCOME POSITIVE,
      * EXPENSE NEGATIVE - SO A POSITIVE VARIANCE IS ALWAYS
      * FAVOURABLE AND THE SUBTOTALS ADD UP. REGION SUBTOTALS
      * CARRY "****" IN THE BRANCH COLUMN, BRANCH SUBTOTALS
      * "********" IN THE GL COLUMN; THE BANK-WIDE LINE COMES
      * LAST WITH "****" IN BOTH. THE FLAG IS "*" OUTSIDE THE
      * TOLERANCE AND "N" WHERE THERE IS ACTUAL BUT NO BUDGET.
       FD  VARIANCE-REPORT.
       01 VARIANCE-LINE.
          05 VRL-REGION             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-GL-ACCOUNT         PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-CLASS              PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-MTH-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-MTH-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-MTH-VARIANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-MTH-PCT            PIC S9(5)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X      VALUE SPACES.
          05 VRL-MTH-FLAG           PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-YTD-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-YTD-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-YTD-VARIANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-YTD-PCT            PIC S9(5)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X      VALUE SPACES.
          05 VRL-YTD-FLAG           PIC X.

       FD  VARIANCE-SUMMARY.
       01 VARIANCE-SUMMARY-RECORD.
          05 BVS-REPORT-MONTH       PIC 9(6).
          05 BVS-MTH-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-MTH-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-YTD-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-YTD-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
      * GL LINES FLAGGED OUTSIDE THE TOLERANCE, MONTH OR YEAR.
          05 BVS-FLAGGED-COUNT      PIC 9(5).
      * SPACES ON THE BANK-WIDE RECORD, THE REGION CODE ON EACH
      * REGION RECORD THAT FOLLOWS IT.
          05 BVS-REGION             PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-BUDGET-STATUS    PIC XX.
       01 WS-BUDGVAR-STATUS   PIC XX.
       01 WS-BUDVSUM-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-YEAR-END-MONTH   PIC 9(2).
       01 WS-TOLERANCE-PCT    PIC 9(2)V99 VALUE 10.
       01 WS-THIS-MONTH       PIC 9(6).
       01 WS-YEAR-START       PIC 9(6).
       01 WS-PERIOD-SPLIT.
          05 WS-PSP-YYYY      PIC 9(4).
          05 WS-PSP-MM        PIC 9(2).
       01 WS-LAST-ACCOUNT     PIC X(8)   VALUE SPACES.
       01 WS-LAST-CLASS       PIC X      VALUE SPACE.
       01 WS-FIND-BRANCH      PIC X(4).
       01 WS-FIND-GL          PIC X(8).
       01 WS-FIND-CLASS       PIC X.
       01 WS-MOVEMENT         PIC S9(13)V99.
       01 I                   PIC 9(3).
       01 WS-LINE-SLOT        PIC 9(3).
       01 WS-LINE-COUNT       PIC 9(3)   VALUE 0.
       01 WS-LINES-DROPPED    PIC 9(7)   VALUE 0.
      * ONE ENTRY PER BRANCH AND GL LINE THAT HAS EITHER AN
      * ACTUAL OR A BUDGET, SIGNED AS CONTRIBUTION.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 500 TIMES.
             10 WSL-BRANCH          PIC X(4).
             10 WSL-GL-ACCOUNT      PIC X(8).
             10 WSL-CLASS           PIC X.
             10 WSL-MTH-ACTUAL      PIC S9(13)V99.
             10 WSL-MTH-BUDGET      PIC S9(13)V99.
             10 WSL-YTD-ACTUAL      PIC S9(13)V99.
             10 WSL-YTD-BUDGET      PIC S9(13)V99.
       01 WS-BRANCH-SLOT      PIC 9(3).
       01 WS-BRANCH-COUNT     PIC 9(3)   VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-REGION          PIC X(4).
             10 WSB-MTH-ACTUAL      PIC S9(13)V99.
             10 WSB-MTH-BUDGET      PIC S9(13)V99.
             10 WSB-YTD-ACTUAL      PIC S9(13)V99.
             10 WSB-YTD-BUDGET      PIC S9(13)V99.
       01 WS-REGION-SLOT      PIC 9(3).
       01 WS-REGION-COUNT     PIC 9(3)   VALUE 0.
       01 WS-REGION-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES.
             10 WSR-REGION          PIC X(4).
             10 WSR-MTH-ACTUAL      PIC S9(13)V99.
             10 WSR-MTH-BUDGET      PIC S9(13)V99.
             10 WSR-YTD-ACTUAL      PIC S9(13)V99.
             10 WSR-YTD-BUDGET      PIC S9(13)V99.
             10 WSR-FLAGGED-COUNT   PIC 9(5).
       01 WS-BRANCH-FLAG      PIC X.
       01 WS-BANK-MTH-ACTUAL  PIC S9(13)V99 VALUE 0.
       01 WS-BANK-MTH-BUDGET  PIC S9(13)V99 VALUE 0.
       01 WS-BANK-YTD-ACTUAL  PIC S9(13)V99 VALUE 0.
       01 WS-BANK-YTD-BUDGET  PIC S9(13)V99 VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(5)   VALUE 0.
      * ONE VARIANCE WORKED OUT - ACTUAL AND BUDGET IN, VARIANCE,
      * PERCENT OF BUDGET AND FLAG OUT.
       01 WS-CALC-ACTUAL      PIC S9(13)V99.
       01 WS-CALC-BUDGET      PIC S9(13)V99.
       01 WS-CALC-BASE        PIC 9(13)V99.
       01 WS-CALC-VARIANCE    PIC S9(13)V99.
       01 WS-CALC-PCT         PIC S9(5)V99.
       01 WS-CALC-FLAG        PIC X.
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
           DISPLAY "ENTER TOLERANCE PERCENT (0 = DEFAULT 10): ".
           ACCEPT WS-TOLERANCE-PCT.
           IF WS-TOLERANCE-PCT = 0
               MOVE 10 TO WS-TOLERANCE-PCT
           END-IF

           IF WS-YEAR-END-MONTH < 1 OR WS-YEAR-END-MONTH > 12
               DISPLAY "INVALID FISCAL YEAR-END MONTH "
                   WS-YEAR-END-MONTH " - VARIANCE REPORT NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-MONTH TO WS-THIS-MONTH

      * THE FISCAL YEAR STARTS THE MONTH AFTER ITS YEAR-END MONTH,
      * THIS CALENDAR YEAR OR LAST.
           MOVE WS-THIS-MONTH TO WS-PERIOD-SPLIT
           IF WS-YEAR-END-MONTH = 12
               MOVE 1 TO WS-PSP-MM
           ELSE
               IF WS-YEAR-END-MONTH NOT < WS-PSP-MM
                   SUBTRACT 1 FROM WS-PSP-YYYY
               END-IF
               COMPUTE WS-PSP-MM = WS-YEAR-END-MONTH + 1
           END-IF
           MOVE WS-PERIOD-SPLIT TO WS-YEAR-START

           PERFORM OPEN-ALL-FILES

           PERFORM COLLECT-ACTUALS
           PERFORM COLLECT-BUDGETS
           PERFORM WRITE-THE-REPORT
           PERFORM WRITE-THE-SUMMARY

           MOVE WS-BANK-MTH-ACTUAL TO WS-CALC-ACTUAL
           MOVE WS-BANK-MTH-BUDGET TO WS-CALC-BUDGET
           PERFORM WORK-OUT-VARIANCE
           DISPLAY "BUDGET VARIANCE FOR " WS-THIS-MONTH " - "
               WS-LINE-COUNT " LINE(S), MONTH VARIANCE "
               WS-CALC-VARIANCE ", " WS-FLAGGED-COUNT
               " LINE(S) OUTSIDE " WS-TOLERANCE-PCT " PERCENT"
           IF WS-LINES-DROPPED > 0
               DISPLAY "*** " WS-LINES-DROPPED " POSITION(S) NOT"
                   " REPORTED - LINE OR BRANCH TABLE FULL ***"
           END-IF

           CLOSE GL-BALANCES
           CLOSE CHART-OF-ACCOUNTS
           IF WS-BUDGET-STATUS NOT = "35"
               CLOSE BUDGET-FILE
           END-IF
           CLOSE VARIANCE-REPORT
           CLOSE VARIANCE-SUMMARY

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT GL-BALANCES
           IF WS-GLBAL-STATUS = "35"
               DISPLAY "NO GL BALANCE FILE - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "BUDGVAR " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * WITHOUT THE CHART THERE IS NO TELLING INCOME AND EXPENSE
      * FROM THE BALANCE SHEET.
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS - VARIANCE REPORT NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "FILERR" USING "BUDGVAR " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO BUDGET LOADED YET STILL GIVES THE ACTUALS, EVERY LINE
      * FLAGGED AS HAVING NO BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               DISPLAY "NO BUDGET LOADED - ACTUALS REPORTED ALONE"
           ELSE
               CALL "FILERR" USING "BUDGVAR " "BUDGET"
                   WS-BUDGET-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT VARIANCE-REPORT
           CALL "FILERR" USING "BUDGVAR " "BUDGVAR" WS-BUDGVAR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT VARIANCE-SUMMARY
           CALL "FILERR" USING "BUDGVAR " "BUDVSUM" WS-BUDVSUM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE YEAR TO DATE IS THE SUM OF THE YEAR'S OWN PERIODS'
      * TURNOVER, NOT THE OPEN BALANCE, SO IT HOLDS WHETHER OR NOT
      * A YEAR-END CLOSE HAS EVER RUN. CREDITS ADD TO
      * CONTRIBUTION, DEBITS TAKE FROM IT, ON EITHER CLASS.
       COLLECT-ACTUALS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ GL-BALANCES NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               IF NOT END-OF-FILE
                   IF GLB-PERIOD NOT < WS-YEAR-START
                      AND GLB-PERIOD NOT > WS-THIS-MONTH
                       PERFORM ADD-ONE-ACTUAL
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ONE-ACTUAL.
           IF GLB-GL-ACCOUNT NOT = WS-LAST-ACCOUNT
               MOVE GLB-GL-ACCOUNT TO WS-LAST-ACCOUNT
               MOVE GLB-GL-ACCOUNT TO COA-GL-ACCOUNT
               READ CHART-OF-ACCOUNTS
                   INVALID KEY MOVE SPACE TO WS-LAST-CLASS
                   NOT INVALID KEY MOVE COA-CLASS TO WS-LAST-CLASS
               END-READ
           END-IF
           IF WS-LAST-CLASS = "I" OR WS-LAST-CLASS = "E"
               MOVE GLB-BRANCH     TO WS-FIND-BRANCH
               MOVE GLB-GL-ACCOUNT TO WS-FIND-GL
               MOVE WS-LAST-CLASS  TO WS-FIND-CLASS
               PERFORM FIND-LINE-SLOT
               IF WS-LINE-SLOT > 0
                   COMPUTE WS-MOVEMENT =
                       GLB-CREDIT-TOTAL - GLB-DEBIT-TOTAL
                   ADD WS-MOVEMENT TO WSL-YTD-ACTUAL(WS-LINE-SLOT)
                   IF GLB-PERIOD = WS-THIS-MONTH
                       ADD WS-MOVEMENT
                           TO WSL-MTH-ACTUAL(WS-LINE-SLOT)
                   END-IF
               END-IF
           END-IF.

      * FINANCE STATES EXPENSE AS A POSITIVE SPEND, SO IT IS
      * TURNED TO A NEGATIVE CONTRIBUTION HERE.
       COLLECT-BUDGETS.
           IF WS-BUDGET-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BUDGET-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
                   IF NOT END-OF-FILE
                       IF BGT-PERIOD NOT < WS-YEAR-START
                          AND BGT-PERIOD NOT > WS-THIS-MONTH
                           PERFORM ADD-ONE-BUDGET
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ADD-ONE-BUDGET.
           MOVE BGT-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY MOVE "E" TO WS-FIND-CLASS
               NOT INVALID KEY MOVE COA-CLASS TO WS-FIND-CLASS
           END-READ
           MOVE BGT-BRANCH     TO WS-FIND-BRANCH
           MOVE BGT-GL-ACCOUNT TO WS-FIND-GL
           PERFORM FIND-LINE-SLOT
           IF WS-LINE-SLOT > 0
               MOVE BGT-AMOUNT TO WS-MOVEMENT
               IF WSL-CLASS(WS-LINE-SLOT) NOT = "I"
                   COMPUTE WS-MOVEMENT = 0 - BGT-AMOUNT
               END-IF
               ADD WS-MOVEMENT TO WSL-YTD-BUDGET(WS-LINE-SLOT)
               IF BGT-PERIOD = WS-THIS-MONTH
                   ADD WS-MOVEMENT TO WSL-MTH-BUDGET(WS-LINE-SLOT)
               END-IF
           END-IF.

      * A NEW LINE ALSO BRINGS ITS BRANCH INTO THE BRANCH TABLE,
      * SO EVERY LINE ON THE TABLE HAS A BRANCH TO PRINT UNDER.
       FIND-LINE-SLOT.
           MOVE 0 TO WS-LINE-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-COUNT
               IF WSL-BRANCH(I) = WS-FIND-BRANCH
                  AND WSL-GL-ACCOUNT(I) = WS-FIND-GL
                   MOVE I TO WS-LINE-SLOT
               END-IF
           END-PERFORM
           IF WS-LINE-SLOT = 0
               PERFORM FIND-BRANCH-SLOT
               IF WS-BRANCH-SLOT = 0 OR WS-LINE-COUNT NOT < 500
                   DISPLAY "VARIANCE TABLE FULL - " WS-FIND-BRANCH
                       " " WS-FIND-GL " NOT REPORTED"
                   ADD 1 TO WS-LINES-DROPPED
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT  TO WS-LINE-SLOT
                   MOVE WS-FIND-BRANCH TO WSL-BRANCH(WS-LINE-SLOT)
                   MOVE WS-FIND-GL     TO WSL-GL-ACCOUNT(WS-LINE-SLOT)
                   MOVE WS-FIND-CLASS  TO WSL-CLASS(WS-LINE-SLOT)
                   MOVE 0 TO WSL-MTH-ACTUAL(WS-LINE-SLOT)
                   MOVE 0 TO WSL-MTH-BUDGET(WS-LINE-SLOT)
                   MOVE 0 TO WSL-YTD-ACTUAL(WS-LINE-SLOT)
                   MOVE 0 TO WSL-YTD-BUDGET(WS-LINE-SLOT)
               END-IF
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BRANCH-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = WS-FIND-BRANCH
                   MOVE I TO WS-BRANCH-SLOT
               END-IF
           END-PERFORM
           IF WS-BRANCH-SLOT = 0
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-SLOT
                   MOVE WS-FIND-BRANCH TO WSB-BRANCH(WS-BRANCH-SLOT)
                   CALL "BRCHK" USING WS-FIND-BRANCH WS-BRANCH-FLAG
                       WSB-REGION(WS-BRANCH-SLOT)
                   MOVE 0 TO WSB-MTH-ACTUAL(WS-BRANCH-SLOT)
                   MOVE 0 TO WSB-MTH-BUDGET(WS-BRANCH-SLOT)
                   MOVE 0 TO WSB-YTD-ACTUAL(WS-BRANCH-SLOT)
                   MOVE 0 TO WSB-YTD-BUDGET(WS-BRANCH-SLOT)
               END-IF
           END-IF.

      * EACH REGION'S SUBTOTAL IS WRITTEN AHEAD OF ITS OWN
      * BRANCHES, AND EACH BRANCH'S AHEAD OF ITS OWN LINES - A
      * BRANCH NOT ON THE BRANCH MASTER FALLS UNDER REGION "????"
      * SO IT STANDS OUT.
       WRITE-THE-REPORT.
           PERFORM VARYING WS-LINE-SLOT FROM 1 BY 1
                   UNTIL WS-LINE-SLOT > WS-LINE-COUNT
               PERFORM ADD-LINE-TO-TOTALS
           END-PERFORM
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               PERFORM WRITE-ONE-REGION
               PERFORM VARYING WS-BRANCH-SLOT FROM 1 BY 1
                       UNTIL WS-BRANCH-SLOT > WS-BRANCH-COUNT
                   IF WSB-REGION(WS-BRANCH-SLOT)
                      = WSR-REGION(WS-REGION-SLOT)
                       PERFORM WRITE-ONE-BRANCH
                       PERFORM VARYING WS-LINE-SLOT FROM 1 BY 1
                               UNTIL WS-LINE-SLOT > WS-LINE-COUNT
                           IF WSL-BRANCH(WS-LINE-SLOT)
                              = WSB-BRANCH(WS-BRANCH-SLOT)
                               PERFORM WRITE-ONE-LINE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-BANK-LINE.

       ADD-LINE-TO-TOTALS.
           MOVE WSL-BRANCH(WS-LINE-SLOT) TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-SLOT
           ADD WSL-MTH-ACTUAL(WS-LINE-SLOT)
               TO WSB-MTH-ACTUAL(WS-BRANCH-SLOT)
           ADD WSL-MTH-BUDGET(WS-LINE-SLOT)
               TO WSB-MTH-BUDGET(WS-BRANCH-SLOT)
           ADD WSL-YTD-ACTUAL(WS-LINE-SLOT)
               TO WSB-YTD-ACTUAL(WS-BRANCH-SLOT)
           ADD WSL-YTD-BUDGET(WS-LINE-SLOT)
               TO WSB-YTD-BUDGET(WS-BRANCH-SLOT)

           MOVE 0 TO WS-REGION-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REGION-COUNT
               IF WSR-REGION(I) = WSB-REGION(WS-BRANCH-SLOT)
                   MOVE I TO WS-REGION-SLOT
               END-IF
           END-PERFORM
           IF WS-REGION-SLOT = 0
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-SLOT
               MOVE WSB-REGION(WS-BRANCH-SLOT)
                   TO WSR-REGION(WS-REGION-SLOT)
               MOVE 0 TO WSR-MTH-ACTUAL(WS-REGION-SLOT)
               MOVE 0 TO WSR-MTH-BUDGET(WS-REGION-SLOT)
               MOVE 0 TO WSR-YTD-ACTUAL(WS-REGION-SLOT)
               MOVE 0 TO WSR-YTD-BUDGET(WS-REGION-SLOT)
               MOVE 0 TO WSR-FLAGGED-COUNT(WS-REGION-SLOT)
           END-IF
           ADD WSL-MTH-ACTUAL(WS-LINE-SLOT)
               TO WSR-MTH-ACTUAL(WS-REGION-SLOT)
           ADD WSL-MTH-BUDGET(WS-LINE-SLOT)
               TO WSR-MTH-BUDGET(WS-REGION-SLOT)
           ADD WSL-YTD-ACTUAL(WS-LINE-SLOT)
               TO WSR-YTD-ACTUAL(WS-REGION-SLOT)
           ADD WSL-YTD-BUDGET(WS-LINE-SLOT)
               TO WSR-YTD-BUDGET(WS-REGION-SLOT)

           ADD WSL-MTH-ACTUAL(WS-LINE-SLOT) TO WS-BANK-MTH-ACTUAL
           ADD WSL-MTH-BUDGET(WS-LINE-SLOT) TO WS-BANK-MTH-BUDGET
           ADD WSL-YTD-ACTUAL(WS-LINE-SLOT) TO WS-BANK-YTD-ACTUAL
           ADD WSL-YTD-BUDGET(WS-LINE-SLOT) TO WS-BANK-YTD-BUDGET.

       WRITE-ONE-REGION.
           MOVE WSR-REGION(WS-REGION-SLOT)     TO VRL-REGION
           MOVE "****"                         TO VRL-BRANCH
           MOVE "********"                     TO VRL-GL-ACCOUNT
           MOVE SPACE                          TO VRL-CLASS
           MOVE WSR-MTH-ACTUAL(WS-REGION-SLOT) TO WS-CALC-ACTUAL
           MOVE WSR-MTH-BUDGET(WS-REGION-SLOT) TO WS-CALC-BUDGET
           PERFORM SET-MONTH-COLUMNS
           MOVE WSR-YTD-ACTUAL(WS-REGION-SLOT) TO WS-CALC-ACTUAL
           MOVE WSR-YTD-BUDGET(WS-REGION-SLOT) TO WS-CALC-BUDGET
           PERFORM SET-YEAR-COLUMNS
           WRITE VARIANCE-LINE.

       WRITE-ONE-BRANCH.
           MOVE WSB-REGION(WS-BRANCH-SLOT)     TO VRL-REGION
           MOVE WSB-BRANCH(WS-BRANCH-SLOT)     TO VRL-BRANCH
           MOVE "********"                     TO VRL-GL-ACCOUNT
           MOVE SPACE                          TO VRL-CLASS
           MOVE WSB-MTH-ACTUAL(WS-BRANCH-SLOT) TO WS-CALC-ACTUAL
           MOVE WSB-MTH-BUDGET(WS-BRANCH-SLOT) TO WS-CALC-BUDGET
           PERFORM SET-MONTH-COLUMNS
           MOVE WSB-YTD-ACTUAL(WS-BRANCH-SLOT) TO WS-CALC-ACTUAL
           MOVE WSB-YTD-BUDGET(WS-BRANCH-SLOT) TO WS-CALC-BUDGET
           PERFORM SET-YEAR-COLUMNS
           WRITE VARIANCE-LINE.

      * ONLY THE GL LINES COUNT TOWARDS THE FLAGGED FIGURES THE
      * DASHBOARD SHOWS - A FLAGGED SUBTOTAL IS MADE OF THEM.
       WRITE-ONE-LINE.
           MOVE WSB-REGION(WS-BRANCH-SLOT)     TO VRL-REGION
           MOVE WSL-BRANCH(WS-LINE-SLOT)       TO VRL-BRANCH
           MOVE WSL-GL-ACCOUNT(WS-LINE-SLOT)   TO VRL-GL-ACCOUNT
           MOVE WSL-CLASS(WS-LINE-SLOT)        TO VRL-CLASS
           MOVE WSL-MTH-ACTUAL(WS-LINE-SLOT)   TO WS-CALC-ACTUAL
           MOVE WSL-MTH-BUDGET(WS-LINE-SLOT)   TO WS-CALC-BUDGET
           PERFORM SET-MONTH-COLUMNS
           MOVE WSL-YTD-ACTUAL(WS-LINE-SLOT)   TO WS-CALC-ACTUAL
           MOVE WSL-YTD-BUDGET(WS-LINE-SLOT)   TO WS-CALC-BUDGET
           PERFORM SET-YEAR-COLUMNS
           WRITE VARIANCE-LINE
           IF VRL-MTH-FLAG = "*" OR VRL-YTD-FLAG = "*"
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WSR-FLAGGED-COUNT(WS-REGION-SLOT)
           END-IF.

       WRITE-BANK-LINE.
           MOVE "****"                         TO VRL-REGION
           MOVE "****"                         TO VRL-BRANCH
           MOVE "********"                     TO VRL-GL-ACCOUNT
           MOVE SPACE                          TO VRL-CLASS
           MOVE WS-BANK-MTH-ACTUAL             TO WS-CALC-ACTUAL
           MOVE WS-BANK-MTH-BUDGET             TO WS-CALC-BUDGET
           PERFORM SET-MONTH-COLUMNS
           MOVE WS-BANK-YTD-ACTUAL             TO WS-CALC-ACTUAL
           MOVE WS-BANK-YTD-BUDGET             TO WS-CALC-BUDGET
           PERFORM SET-YEAR-COLUMNS
           WRITE VARIANCE-LINE.

       SET-MONTH-COLUMNS.
           PERFORM WORK-OUT-VARIANCE
           MOVE WS-CALC-ACTUAL                 TO VRL-MTH-ACTUAL
           MOVE WS-CALC-BUDGET                 TO VRL-MTH-BUDGET
           MOVE WS-CALC-VARIANCE               TO VRL-MTH-VARIANCE
           MOVE WS-CALC-PCT                    TO VRL-MTH-PCT
           MOVE WS-CALC-FLAG                   TO VRL-MTH-FLAG.

       SET-YEAR-COLUMNS.
           PERFORM WORK-OUT-VARIANCE
           MOVE WS-CALC-ACTUAL                 TO VRL-YTD-ACTUAL
           MOVE WS-CALC-BUDGET                 TO VRL-YTD-BUDGET
           MOVE WS-CALC-VARIANCE               TO VRL-YTD-VARIANCE
           MOVE WS-CALC-PCT                    TO VRL-YTD-PCT
           MOVE WS-CALC-FLAG                   TO VRL-YTD-FLAG.

      * THE PERCENT IS OF THE BUDGET'S SIZE, SO IT CARRIES THE
      * VARIANCE'S OWN SIGN. WITH NO BUDGET THERE IS NO PERCENT;
      * ANY ACTUAL AT ALL IS FLAGGED "N" INSTEAD.
       WORK-OUT-VARIANCE.
           COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET
           MOVE 0 TO WS-CALC-PCT
           MOVE SPACE TO WS-CALC-FLAG
           IF WS-CALC-BUDGET = 0
               IF WS-CALC-ACTUAL NOT = 0
                   MOVE "N" TO WS-CALC-FLAG
               END-IF
           ELSE
               IF WS-CALC-BUDGET < 0
                   COMPUTE WS-CALC-BASE = 0 - WS-CALC-BUDGET
               ELSE
                   MOVE WS-CALC-BUDGET TO WS-CALC-BASE
               END-IF
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VARIANCE * 100 / WS-CALC-BASE
                   ON SIZE ERROR
                       IF WS-CALC-VARIANCE < 0
                           MOVE -99999.99 TO WS-CALC-PCT
                       ELSE
                           MOVE 99999.99 TO WS-CALC-PCT
                       END-IF
               END-COMPUTE
               IF WS-CALC-PCT > WS-TOLERANCE-PCT
                  OR WS-CALC-PCT < 0 - WS-TOLERANCE-PCT
                   MOVE "*" TO WS-CALC-FLAG
               END-IF
           END-IF.

       WRITE-THE-SUMMARY.
           MOVE WS-THIS-MONTH      TO BVS-REPORT-MONTH
           MOVE WS-BANK-MTH-ACTUAL TO BVS-MTH-ACTUAL
           MOVE WS-BANK-MTH-BUDGET TO BVS-MTH-BUDGET
           MOVE WS-BANK-YTD-ACTUAL TO BVS-YTD-ACTUAL
           MOVE WS-BANK-YTD-BUDGET TO BVS-YTD-BUDGET
           MOVE WS-FLAGGED-COUNT   TO BVS-FLAGGED-COUNT
           MOVE SPACES             TO BVS-REGION
           WRITE VARIANCE-SUMMARY-RECORD
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               MOVE WSR-MTH-ACTUAL(WS-REGION-SLOT) TO BVS-MTH-ACTUAL
               MOVE WSR-MTH-BUDGET(WS-REGION-SLOT) TO BVS-MTH-BUDGET
               MOVE WSR-YTD-ACTUAL(WS-REGION-SLOT) TO BVS-YTD-ACTUAL
               MOVE WSR-YTD-BUDGET(WS-REGION-SLOT) TO BVS-YTD-BUDGET
               MOVE WSR-FLAGGED-COUNT(WS-REGION-SLOT)
                                                   TO BVS-FLAGGED-COUNT
               MOVE WSR-REGION(WS-REGION-SLOT)     TO BVS-REGION
               WRITE VARIANCE-SUMMARY-RECORD
           END-PERFORM.
