       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

      *****************************************************
      * Nightly subledger-to-GL reconciliation, run once     *
      * GLUPDT has folded the day into GLBAL. Every           *
      * ACM-BALANCE is totalled by branch, account type and    *
      * currency against the customer liability line its        *
      * deposit rule credits; every LOANMAST outstanding by the  *
      * disbursement account's branch and type against the loan   *
      * asset line; and the LNACCRL accrued figure against the     *
      * interest receivable line. The totals are compared with the  *
      * processing period's GLBAL position for the same GL account,  *
      * branch and currency, and each difference is shown with its    *
      * movement since the last run - a difference appearing for the   *
      * first time is flagged NEW so finance chases it the morning it  *
      * breaks.                                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LNACCRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACR-ACCOUNT-NUMBER
               FILE STATUS WS-ACCRUAL-STATUS.

           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT GL-RECON-HISTORY ASSIGN TO "GLRECHST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GRH-KEY
               FILE STATUS WS-GLRECHST-STATUS.

           SELECT GL-RECON-REPORT ASSIGN TO "GLRECON.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GLRECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  ACCRUAL-FILE.
       COPY "ACCRUAL.cpy".

       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  GL-RECON-HISTORY.
       COPY "GLRECHST.cpy".

      * A PRODUCT LINE CARRIES ONE SUBLEDGER'S TOTAL FOR A BRANCH,
      * ACCOUNT TYPE AND CURRENCY; THE "GL" LINE AFTER THEM IS THE
      * COMPARISON FOR THE GL ACCOUNT, BRANCH AND CURRENCY THEY
      * POST TO - GLBAL KEEPS NO ACCOUNT TYPE, SO SEVERAL PRODUCTS
      * SHARING ONE LIABILITY LINE PROVE TOGETHER.
       FD  GL-RECON-REPORT.
       01 GL-RECON-LINE.
          05 GRL-GL-ACCOUNT         PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-CURRENCY-CODE      PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-SUBLEDGER          PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-ITEM-COUNT         PIC Z(6)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-LEDGER-TOTAL       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-GL-BALANCE         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-DIFFERENCE         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-MOVEMENT           PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-FLAG               PIC X(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GRL-FIRST-SEEN-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-ACCRUAL-STATUS   PIC XX.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-GLRECHST-STATUS  PIC XX.
       01 WS-GLRECON-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 I                   PIC 9(3).
       01 J                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
       01 WS-RECON-SLOT       PIC 9(3).
      * EACH ACCOUNT TYPE'S GL LINE IS LOOKED UP ONCE AND KEPT -
      * "DEP" IS THE DEPOSIT RULE'S CREDIT SIDE, "LON" THE LOAN
      * DISBURSEMENT RULE'S DEBIT SIDE.
       01 WS-RULE-COUNT       PIC 9(3)   VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 WSU-SUBLEDGER       PIC X(3).
             10 WSU-ACCOUNT-TYPE    PIC X(2).
             10 WSU-GL-ACCOUNT      PIC X(8).
       01 WS-PRODUCT-COUNT    PIC 9(3)   VALUE 0.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 500 TIMES.
             10 WSP-SUBLEDGER       PIC X(3).
             10 WSP-GL-ACCOUNT      PIC X(8).
             10 WSP-BRANCH          PIC X(4).
             10 WSP-ACCOUNT-TYPE    PIC X(2).
             10 WSP-CURRENCY-CODE   PIC X(3).
             10 WSP-ITEM-COUNT      PIC 9(7).
             10 WSP-LEDGER-TOTAL    PIC S9(13)V99.
       01 WS-RECON-COUNT      PIC 9(3)   VALUE 0.
       01 WS-RECON-TABLE.
          05 WS-RECON-ENTRY OCCURS 500 TIMES.
             10 WSR-GL-ACCOUNT      PIC X(8).
             10 WSR-BRANCH          PIC X(4).
             10 WSR-CURRENCY-CODE   PIC X(3).
             10 WSR-SIDE            PIC X.
                88 WSR-CREDIT-SIDE  VALUE "C".
             10 WSR-LEDGER-TOTAL    PIC S9(13)V99.
             10 WSR-GL-BALANCE      PIC S9(13)V99.
       01 WS-TABLE-FULL-FLAG  PIC X      VALUE "N".
          88 WS-TABLE-FULL    VALUE "Y".
       01 WS-WORK-SUBLEDGER   PIC X(3).
       01 WS-WORK-GL          PIC X(8).
       01 WS-WORK-BRANCH      PIC X(4).
       01 WS-WORK-TYPE        PIC X(2).
       01 WS-WORK-CURRENCY    PIC X(3).
       01 WS-WORK-SIDE        PIC X.
       01 WS-WORK-AMOUNT      PIC S9(13)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-INTRECV-GL       PIC X(8).
       01 WS-NET-BALANCE      PIC S9(13)V99.
       01 WS-DIFFERENCE       PIC S9(13)V99.
       01 WS-PREVIOUS-DIFF    PIC S9(13)V99.
       01 WS-MOVEMENT         PIC S9(13)V99.
       01 WS-HISTORY-FLAG     PIC X.
          88 WS-HISTORY-FOUND VALUE "Y".
       01 WS-LOAN-ACCRUED     PIC 9(13)V9(4) VALUE 0.
       01 WS-LOAN-ACCRUED-COUNT PIC 9(7) VALUE 0.
       01 WS-DEP-ACCRUED      PIC 9(13)V9(4) VALUE 0.
       01 WS-DEP-ACCRUED-COUNT PIC 9(7)  VALUE 0.
       01 WS-NO-RULE-COUNT    PIC 9(7)   VALUE 0.
       01 WS-NO-ACCOUNT-COUNT PIC 9(7)   VALUE 0.
       01 WS-BALANCED-COUNT   PIC 9(5)   VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-NEW-COUNT        PIC 9(5)   VALUE 0.
       01 WS-CLEARED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-RECON-PERIOD     PIC 9(6).
       01 WS-TOTAL-DISPLAY    PIC Z(12)9.99.
       01 WS-DIFF-DISPLAY     PIC -Z(12)9.99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-MONTH TO WS-RECON-PERIOD

           PERFORM OPEN-ALL-FILES

           PERFORM TOTAL-DEPOSIT-LEDGER
           PERFORM TOTAL-LOAN-LEDGER
           PERFORM TOTAL-LOAN-ACCRUALS
           PERFORM TOTAL-DEPOSIT-ACCRUALS
           PERFORM MATCH-GL-BALANCES

           PERFORM VARYING WS-RECON-SLOT FROM 1 BY 1
                   UNTIL WS-RECON-SLOT > WS-RECON-COUNT
               PERFORM REPORT-ONE-GL-LINE
           END-PERFORM

           DISPLAY "GL RECONCILIATION FOR " WS-TS-DATE " COMPLETE - "
               WS-RECON-COUNT " GL LINE(S) FOR PERIOD "
               WS-RECON-PERIOD
           DISPLAY "  IN BALANCE:         " WS-BALANCED-COUNT
           DISPLAY "  DIFFERENCE OPEN:    " WS-OPEN-COUNT
           DISPLAY "  NEW DIFFERENCE:     " WS-NEW-COUNT
           DISPLAY "  CLEARED SINCE LAST: " WS-CLEARED-COUNT
           IF WS-NO-RULE-COUNT > 0
               DISPLAY "  ACCOUNT(S) WITH NO GL RULE - NOT TOTALLED: "
                   WS-NO-RULE-COUNT
           END-IF
           IF WS-NO-ACCOUNT-COUNT > 0
               DISPLAY "  LOAN(S) WITH NO DISBURSEMENT ACCOUNT - "
                   "TOTALLED UNDER HO: " WS-NO-ACCOUNT-COUNT
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "*** RECONCILIATION TABLE FULL - LATER LINES "
                   "NOT TOTALLED ***"
           END-IF
      * DEPOSIT INTEREST IS ONLY BOOKED WHEN INTACCR CAPITALIZES IT
      * AT MONTH-END - THE ACCRUED FIGURE HAS NO LINE ON THE LEDGER
      * TO PROVE AGAINST, SO IT IS SHOWN FOR THE RECORD ONLY.
           MOVE WS-DEP-ACCRUED TO WS-TOTAL-DISPLAY
           DISPLAY "  DEPOSIT INTEREST ACCRUED, NOT YET ON THE GL: "
               WS-TOTAL-DISPLAY " OVER " WS-DEP-ACCRUED-COUNT
               " ACCOUNT(S)"

           CLOSE ACCOUNT-MASTER
           CLOSE GL-BALANCES
           CLOSE GL-RECON-HISTORY
           CLOSE GL-RECON-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "GLRECON " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT GL-BALANCES
           IF WS-GLBAL-STATUS = "35"
               DISPLAY "NO GL BALANCE FILE - RUN GLUPDT FIRST"
               STOP RUN
           END-IF
           CALL "FILERR" USING "GLRECON " "GLBAL" WS-GLBAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O GL-RECON-HISTORY
           IF WS-GLRECHST-STATUS = "35"
               OPEN OUTPUT GL-RECON-HISTORY
               CLOSE GL-RECON-HISTORY
               OPEN I-O GL-RECON-HISTORY
           END-IF
           CALL "FILERR" USING "GLRECON " "GLRECHST" WS-GLRECHST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT GL-RECON-REPORT
           CALL "FILERR" USING "GLRECON " "GLRECON" WS-GLRECON-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * EVERY ACCOUNT COUNTS, CLOSED OR NOT - A CLOSED ACCOUNT LEFT
      * WITH A BALANCE IS EXACTLY WHAT THE LEDGER MUST STILL SHOW.
       TOTAL-DEPOSIT-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE "DEP" TO WS-WORK-SUBLEDGER
                       MOVE ACM-ACCOUNT-TYPE TO WS-WORK-TYPE
                       PERFORM FIND-RULE-GL
                       IF WS-WORK-GL = SPACES
                           ADD 1 TO WS-NO-RULE-COUNT
                       ELSE
                           MOVE ACM-BRANCH        TO WS-WORK-BRANCH
                           MOVE ACM-CURRENCY-CODE TO WS-WORK-CURRENCY
                           MOVE "C"               TO WS-WORK-SIDE
                           MOVE ACM-BALANCE       TO WS-WORK-AMOUNT
                           PERFORM ADD-TO-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

      * A LOAN IS BOOKED UNDER ITS DISBURSEMENT ACCOUNT'S BRANCH AND
      * TYPE, IN HOME CURRENCY, THE WAY LOANOPEN AND EMICOLL POST IT.
       TOTAL-LOAN-LEDGER.
           OPEN INPUT LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLRECON " "LOANMAST"
                   WS-LOANMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ LOAN-MASTER NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF LNM-EXISTING-LOAN-BAL > 0
                               PERFORM ADD-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       ADD-ONE-LOAN.
           MOVE LNM-DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "HO  " TO WS-WORK-BRANCH
                   MOVE "LN"   TO WS-WORK-TYPE
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               NOT INVALID KEY
                   MOVE ACM-BRANCH       TO WS-WORK-BRANCH
                   MOVE ACM-ACCOUNT-TYPE TO WS-WORK-TYPE
           END-READ
           MOVE "LON" TO WS-WORK-SUBLEDGER
           PERFORM FIND-RULE-GL
           IF WS-WORK-GL = SPACES
               ADD 1 TO WS-NO-RULE-COUNT
           ELSE
               MOVE SPACES                TO WS-WORK-CURRENCY
               MOVE "D"                   TO WS-WORK-SIDE
               MOVE LNM-EXISTING-LOAN-BAL TO WS-WORK-AMOUNT
               PERFORM ADD-TO-PRODUCT
           END-IF.

      * LNINTACC POSTS THE DAY'S ACCRUAL AT HEAD OFFICE. A LOAN GONE
      * NON-ACCRUAL KEEPS WHAT IT ACCRUED BEFORE ON THE RECEIVABLE;
      * ITS MEMO INTEREST WAS NEVER BOOKED AND IS LEFT OUT.
       TOTAL-LOAN-ACCRUALS.
           OPEN INPUT LOAN-ACCRUAL-FILE
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLRECON " "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ LOAN-ACCRUAL-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF LNA-ACCRUED-AMT > 0
                               ADD LNA-ACCRUED-AMT TO WS-LOAN-ACCRUED
                               ADD 1 TO WS-LOAN-ACCRUED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-ACCRUAL-FILE
           END-IF

           IF WS-LOAN-ACCRUED-COUNT > 0
               CALL "GLRULE" USING "LNINTACC" "ACCRUE  " "LN"
                   WS-DR-GL WS-CR-GL
               MOVE WS-DR-GL TO WS-INTRECV-GL
               IF WS-INTRECV-GL = SPACES
                   ADD WS-LOAN-ACCRUED-COUNT TO WS-NO-RULE-COUNT
               ELSE
                   MOVE "ACR"          TO WS-WORK-SUBLEDGER
                   MOVE WS-INTRECV-GL  TO WS-WORK-GL
                   MOVE "HO  "         TO WS-WORK-BRANCH
                   MOVE "LN"           TO WS-WORK-TYPE
                   MOVE SPACES         TO WS-WORK-CURRENCY
                   MOVE "D"            TO WS-WORK-SIDE
                   COMPUTE WS-WORK-AMOUNT ROUNDED = WS-LOAN-ACCRUED
                   PERFORM ADD-TO-PRODUCT
                   IF WS-SLOT > 0
                       MOVE WS-LOAN-ACCRUED-COUNT
                           TO WSP-ITEM-COUNT(WS-SLOT)
                   END-IF
               END-IF
           END-IF.

       TOTAL-DEPOSIT-ACCRUALS.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "GLRECON " "ACCRUAL"
                   WS-ACCRUAL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ACCRUAL-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ACR-ACCRUED-AMT > 0
                               ADD ACR-ACCRUED-AMT TO WS-DEP-ACCRUED
                               ADD 1 TO WS-DEP-ACCRUED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

       FIND-RULE-GL.
           MOVE SPACES TO WS-WORK-GL
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RULE-COUNT
               IF WSU-SUBLEDGER(I) = WS-WORK-SUBLEDGER
                  AND WSU-ACCOUNT-TYPE(I) = WS-WORK-TYPE
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0
               MOVE WSU-GL-ACCOUNT(WS-SLOT) TO WS-WORK-GL
           ELSE
               IF WS-WORK-SUBLEDGER = "DEP"
                   CALL "GLRULE" USING "DEPOSIT " "CASHDEP "
                       WS-WORK-TYPE WS-DR-GL WS-CR-GL
                   MOVE WS-CR-GL TO WS-WORK-GL
               ELSE
                   CALL "GLRULE" USING "LOANOPEN" "DISBURSE"
                       WS-WORK-TYPE WS-DR-GL WS-CR-GL
                   MOVE WS-DR-GL TO WS-WORK-GL
               END-IF
               IF WS-RULE-COUNT < 50
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-WORK-SUBLEDGER
                       TO WSU-SUBLEDGER(WS-RULE-COUNT)
                   MOVE WS-WORK-TYPE TO WSU-ACCOUNT-TYPE(WS-RULE-COUNT)
                   MOVE WS-WORK-GL   TO WSU-GL-ACCOUNT(WS-RULE-COUNT)
               END-IF
           END-IF.

      * THE PRODUCT LINE AND THE GL LINE IT PROVES AGAINST ARE BOTH
      * OPENED THE FIRST TIME THEY ARE SEEN.
       ADD-TO-PRODUCT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
               IF WSP-SUBLEDGER(I) = WS-WORK-SUBLEDGER
                  AND WSP-BRANCH(I) = WS-WORK-BRANCH
                  AND WSP-ACCOUNT-TYPE(I) = WS-WORK-TYPE
                  AND WSP-CURRENCY-CODE(I) = WS-WORK-CURRENCY
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-PRODUCT-COUNT < 500
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-SLOT
                   MOVE WS-WORK-SUBLEDGER TO WSP-SUBLEDGER(WS-SLOT)
                   MOVE WS-WORK-GL        TO WSP-GL-ACCOUNT(WS-SLOT)
                   MOVE WS-WORK-BRANCH    TO WSP-BRANCH(WS-SLOT)
                   MOVE WS-WORK-TYPE      TO WSP-ACCOUNT-TYPE(WS-SLOT)
                   MOVE WS-WORK-CURRENCY  TO WSP-CURRENCY-CODE(WS-SLOT)
                   MOVE 0 TO WSP-ITEM-COUNT(WS-SLOT)
                   MOVE 0 TO WSP-LEDGER-TOTAL(WS-SLOT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-SLOT > 0
               ADD 1 TO WSP-ITEM-COUNT(WS-SLOT)
               ADD WS-WORK-AMOUNT TO WSP-LEDGER-TOTAL(WS-SLOT)
               PERFORM FIND-RECON-SLOT
               IF WS-RECON-SLOT > 0
                   ADD WS-WORK-AMOUNT TO WSR-LEDGER-TOTAL(WS-RECON-SLOT)
               END-IF
           END-IF.

       FIND-RECON-SLOT.
           MOVE 0 TO WS-RECON-SLOT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RECON-COUNT
               IF WSR-GL-ACCOUNT(J) = WS-WORK-GL
                  AND WSR-BRANCH(J) = WS-WORK-BRANCH
                  AND WSR-CURRENCY-CODE(J) = WS-WORK-CURRENCY
                   MOVE J TO WS-RECON-SLOT
               END-IF
           END-PERFORM
           IF WS-RECON-SLOT = 0
               IF WS-RECON-COUNT < 500
                   ADD 1 TO WS-RECON-COUNT
                   MOVE WS-RECON-COUNT TO WS-RECON-SLOT
                   MOVE WS-WORK-GL   TO WSR-GL-ACCOUNT(WS-RECON-SLOT)
                   MOVE WS-WORK-BRANCH TO WSR-BRANCH(WS-RECON-SLOT)
                   MOVE WS-WORK-CURRENCY
                       TO WSR-CURRENCY-CODE(WS-RECON-SLOT)
                   MOVE WS-WORK-SIDE TO WSR-SIDE(WS-RECON-SLOT)
                   MOVE 0 TO WSR-LEDGER-TOTAL(WS-RECON-SLOT)
                   MOVE 0 TO WSR-GL-BALANCE(WS-RECON-SLOT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      * EVERY GLBAL POSITION IN THE PERIOD ON A LINE THE SUBLEDGERS
      * FEED IS PICKED UP - ONE WITH NO SUBLEDGER BEHIND IT AT THAT
      * BRANCH AND CURRENCY IS ITSELF A DIFFERENCE. FIGURES ARE THE
      * KEY CURRENCY'S, THE SAME UNITS AS THE ACCOUNT BALANCES.
       MATCH-GL-BALANCES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ GL-BALANCES NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF GLB-PERIOD = WS-RECON-PERIOD
                           PERFORM MATCH-ONE-GL-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-GL-BALANCE.
           MOVE SPACES TO WS-WORK-SIDE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RECON-COUNT
               IF WSR-GL-ACCOUNT(J) = GLB-GL-ACCOUNT
                   MOVE WSR-SIDE(J) TO WS-WORK-SIDE
               END-IF
           END-PERFORM
           IF WS-WORK-SIDE NOT = SPACES
               MOVE GLB-GL-ACCOUNT    TO WS-WORK-GL
               MOVE GLB-BRANCH        TO WS-WORK-BRANCH
               MOVE GLB-CURRENCY-CODE TO WS-WORK-CURRENCY
               PERFORM FIND-RECON-SLOT
               IF WS-RECON-SLOT > 0
                   COMPUTE WS-NET-BALANCE = GLB-CCY-OPEN-BALANCE
                       + GLB-CCY-DEBIT-TOTAL - GLB-CCY-CREDIT-TOTAL
                   IF WSR-CREDIT-SIDE(WS-RECON-SLOT)
                       COMPUTE WS-NET-BALANCE = 0 - WS-NET-BALANCE
                   END-IF
                   ADD WS-NET-BALANCE TO WSR-GL-BALANCE(WS-RECON-SLOT)
               END-IF
           END-IF.

       REPORT-ONE-GL-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
               IF WSP-GL-ACCOUNT(I) = WSR-GL-ACCOUNT(WS-RECON-SLOT)
                  AND WSP-BRANCH(I) = WSR-BRANCH(WS-RECON-SLOT)
                  AND WSP-CURRENCY-CODE(I)
                      = WSR-CURRENCY-CODE(WS-RECON-SLOT)
                   MOVE SPACES TO GL-RECON-LINE
                   MOVE WSP-GL-ACCOUNT(I)    TO GRL-GL-ACCOUNT
                   MOVE WSP-BRANCH(I)        TO GRL-BRANCH
                   MOVE WSP-CURRENCY-CODE(I) TO GRL-CURRENCY-CODE
                   MOVE WSP-SUBLEDGER(I)     TO GRL-SUBLEDGER
                   MOVE WSP-ACCOUNT-TYPE(I)  TO GRL-ACCOUNT-TYPE
                   MOVE WSP-ITEM-COUNT(I)    TO GRL-ITEM-COUNT
                   MOVE WSP-LEDGER-TOTAL(I)  TO GRL-LEDGER-TOTAL
                   WRITE GL-RECON-LINE
               END-IF
           END-PERFORM

           COMPUTE WS-DIFFERENCE = WSR-LEDGER-TOTAL(WS-RECON-SLOT)
               - WSR-GL-BALANCE(WS-RECON-SLOT)

           MOVE SPACES TO GL-RECON-LINE
           PERFORM TRACK-DIFFERENCE

           MOVE WSR-GL-ACCOUNT(WS-RECON-SLOT)    TO GRL-GL-ACCOUNT
           MOVE WSR-BRANCH(WS-RECON-SLOT)        TO GRL-BRANCH
           MOVE WSR-CURRENCY-CODE(WS-RECON-SLOT) TO GRL-CURRENCY-CODE
           MOVE "GL"                             TO GRL-SUBLEDGER
           MOVE WSR-LEDGER-TOTAL(WS-RECON-SLOT)  TO GRL-LEDGER-TOTAL
           MOVE WSR-GL-BALANCE(WS-RECON-SLOT)    TO GRL-GL-BALANCE
           MOVE WS-DIFFERENCE                    TO GRL-DIFFERENCE
           MOVE WS-MOVEMENT                      TO GRL-MOVEMENT
           MOVE GRH-FIRST-SEEN-DATE              TO GRL-FIRST-SEEN-DATE
           WRITE GL-RECON-LINE

           IF GRL-FLAG = "NEW"
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               DISPLAY "*** NEW DIFFERENCE " GRL-GL-ACCOUNT " BRANCH "
                   GRL-BRANCH " CCY " GRL-CURRENCY-CODE " - "
                   WS-DIFF-DISPLAY " ***"
           END-IF.

      * TODAY'S DIFFERENCE IS SET AGAINST THE LAST RUN'S - A RERUN
      * FOR THE SAME PROCESSING DATE GOES BACK TO THE RUN BEFORE, SO
      * IT REPORTS THE SAME MOVEMENT AND FLAGS THE FIRST PASS DID.
       TRACK-DIFFERENCE.
           MOVE WSR-GL-ACCOUNT(WS-RECON-SLOT)    TO GRH-GL-ACCOUNT
           MOVE WSR-BRANCH(WS-RECON-SLOT)        TO GRH-BRANCH
           MOVE WSR-CURRENCY-CODE(WS-RECON-SLOT) TO GRH-CURRENCY-CODE
           READ GL-RECON-HISTORY
               INVALID KEY
                   MOVE "N" TO WS-HISTORY-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-HISTORY-FLAG
           END-READ

           IF WS-HISTORY-FOUND
               IF GRH-RUN-DATE = WS-TS-DATE
                   MOVE GRH-PRIOR-DIFFERENCE TO WS-PREVIOUS-DIFF
               ELSE
                   MOVE GRH-DIFFERENCE TO WS-PREVIOUS-DIFF
                   MOVE GRH-RUN-DATE   TO GRH-PRIOR-RUN-DATE
                   MOVE GRH-DIFFERENCE TO GRH-PRIOR-DIFFERENCE
               END-IF
           ELSE
               MOVE 0 TO WS-PREVIOUS-DIFF
               MOVE 0 TO GRH-PRIOR-RUN-DATE
               MOVE 0 TO GRH-PRIOR-DIFFERENCE
               MOVE 0 TO GRH-FIRST-SEEN-DATE
           END-IF
           COMPUTE WS-MOVEMENT = WS-DIFFERENCE - WS-PREVIOUS-DIFF

           EVALUATE TRUE
               WHEN WS-DIFFERENCE = 0 AND WS-PREVIOUS-DIFF = 0
                   MOVE SPACES    TO GRL-FLAG
                   MOVE 0         TO GRH-FIRST-SEEN-DATE
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN WS-DIFFERENCE = 0
                   MOVE "CLEARED" TO GRL-FLAG
                   MOVE 0         TO GRH-FIRST-SEEN-DATE
                   ADD 1 TO WS-BALANCED-COUNT
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN WS-PREVIOUS-DIFF = 0
                   MOVE "NEW"     TO GRL-FLAG
                   MOVE WS-TS-DATE TO GRH-FIRST-SEEN-DATE
                   ADD 1 TO WS-NEW-COUNT
               WHEN OTHER
                   MOVE "OPEN"    TO GRL-FLAG
                   IF GRH-FIRST-SEEN-DATE = 0
                       MOVE WS-TS-DATE TO GRH-FIRST-SEEN-DATE
                   END-IF
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           MOVE WS-TS-DATE    TO GRH-RUN-DATE
           MOVE WS-DIFFERENCE TO GRH-DIFFERENCE
           IF WS-HISTORY-FOUND
               REWRITE GL-RECON-HISTORY-RECORD
           ELSE
               WRITE GL-RECON-HISTORY-RECORD
           END-IF
           CALL "FILERR" USING "GLRECON " "GLRECHST" WS-GLRECHST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
