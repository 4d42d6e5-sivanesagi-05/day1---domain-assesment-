      * Nightly loan interest accrual - the asset-side       *
      * INTACCR. One day's interest at LNM-ANNUAL-RATE on     *
      * each outstanding loan balance, posted to the GL as     *
      * income day by day so the figures stop jumping on        *
      * payment dates. A loan whose oldest unpaid installment    *
      * has aged past 90 days goes non-accrual: further interest  *
      * collects in memo, no income posts, and when the arrears    *
      * cure the memo figure is recognized in one catch-up posting. *
      * Installments in arrears also accrue penal interest at the    *
      * LNPENPM rate to their own income line, except while the loan  *
      * is non-accrual.                                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT PENAL-PARMS ASSIGN TO "LNPENPM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LPN-PRODUCT
               FILE STATUS WS-LNPENPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  PENAL-PARMS.
       COPY "LNPENPM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-LNPENPM-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-LOANMAST-FLAG    PIC X      VALUE "N".
          88 WS-NO-LOAN-MASTER VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOANS     VALUE "Y".
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
      * INCOME RECOGNITION STOPS.
       01 WS-NON-ACCRUAL-DAYS PIC 9(3)   VALUE 90.
       01 WS-DAY-INTEREST     PIC 9(9)V9(4).
      * ANNUAL PENAL RATE ON INSTALLMENTS IN ARREARS - LNPENPM
      * OVERRIDES IT FOR THE LOAN BOOK.
       01 WS-PENAL-RATE       PIC 9(2)V99 VALUE 24.00.
       01 WS-DAY-PENAL        PIC 9(7)V99.
       01 WS-PENAL-TOTAL      PIC 9(9)V99.
       01 WS-OLDEST-DUE       PIC 9(8).
       01 WS-OVERDUE-DAYS     PIC S9(5).
       01 WS-DUE-INTEGER      PIC 9(8).
          88 WS-ACCRUAL-ON-FILE VALUE "Y".
       01 WS-MEMO-RECOGNIZED  PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-ACCRUED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-MEMO-COUNT       PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-PENAL-COUNT      PIC 9(7)   VALUE 0.
       01 WS-LTX-EVENT        PIC X(4).
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99 VALUE 0.
       01 WS-LTX-INTEREST     PIC 9(9)V99.
       01 WS-LTX-CHARGES      PIC 9(9)V99.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES
           IF WS-NO-LOAN-MASTER
               GOBACK
           END-IF

           PERFORM READ-NEXT-LOAN
           PERFORM UNTIL END-OF-LOANS
           DISPLAY "LOAN ACCRUAL COMPLETE - ACCRUED "
               WS-ACCRUED-COUNT " NON-ACCRUAL "
               WS-MEMO-COUNT " SKIPPED " WS-SKIPPED-COUNT
               " PENAL " WS-PENAL-COUNT

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-ACCRUAL-FILE

           GOBACK.

      * NO LOAN MASTER MEANS NOTHING TO ACCRUE - NOTHING ELSE IS
      * OPENED AND CONTROL GOES BACK, SO A CALLER RUNNING SEVERAL
      * DATES CARRIES ON.
       OPEN-ALL-FILES.
           OPEN INPUT LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOAN MASTER - NOTHING TO ACCRUE"
               SET WS-NO-LOAN-MASTER TO TRUE
           ELSE
               PERFORM OPEN-ACCRUAL-FILES
           END-IF.

       OPEN-ACCRUAL-FILES.
           CALL "FILERR" USING "LNINTACC" "LOANMAST"
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O LOAN-SCHEDULE
           IF WS-LOANSCHD-STATUS = "35"
               CONTINUE
           ELSE
               WS-LNACCRL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM LOAD-PENAL-RATE.

      * NO PARAMETER FILE, OR NO ROW FOR THE LOAN BOOK, LEAVES
      * THE DEFAULT RATE IN FORCE.
       LOAD-PENAL-RATE.
           OPEN INPUT PENAL-PARMS
           IF WS-LNPENPM-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LNINTACC" "LNPENPM"
                   WS-LNPENPM-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "LN" TO LPN-PRODUCT
               READ PENAL-PARMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LPN-PENAL-RATE TO WS-PENAL-RATE
               END-READ
               CLOSE PENAL-PARMS
           END-IF.

       READ-NEXT-LOAN.
               ADD WS-DAY-INTEREST TO LNA-MEMO-AMT
               SET LNA-NON-ACCRUAL TO TRUE
               ADD 1 TO WS-MEMO-COUNT
               MOVE "INTM" TO WS-LTX-EVENT
               COMPUTE WS-LTX-INTEREST ROUNDED = WS-DAY-INTEREST
               MOVE "NON-ACCRUAL MEMO" TO WS-LTX-REFERENCE
               PERFORM LOG-INTEREST-EVENT
           ELSE
      * THE ACCOUNT IS CURRENT (OR CURED) - A CURE RECOGNIZES
      * THE MEMO INTEREST HELD BACK DURING NON-ACCRUAL IN ONE
                   MOVE 0 TO LNA-MEMO-AMT
                   MOVE WS-MEMO-RECOGNIZED TO WS-GL-AMOUNT
                   IF WS-GL-AMOUNT > 0
                       CALL "GLRULE" USING "LNINTACC" "ACCRUE  " "LN"
                           WS-DR-GL WS-CR-GL
                       CALL "GLPOST" USING "LNINTACC" "HO  " "LN"
                           WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                       MOVE "INTA" TO WS-LTX-EVENT
                       MOVE WS-MEMO-RECOGNIZED TO WS-LTX-INTEREST
                       MOVE "MEMO RECOGNIZED" TO WS-LTX-REFERENCE
                       PERFORM LOG-INTEREST-EVENT
                   END-IF
               END-IF
               SET LNA-ACCRUING TO TRUE
               ADD WS-DAY-INTEREST TO LNA-ACCRUED-AMT
               MOVE WS-DAY-INTEREST TO WS-GL-AMOUNT
               IF WS-GL-AMOUNT > 0
                   CALL "GLRULE" USING "LNINTACC" "ACCRUE  " "LN"
                       WS-DR-GL WS-CR-GL
                   CALL "GLPOST" USING "LNINTACC" "HO  " "LN"
                       WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                   MOVE "INTA" TO WS-LTX-EVENT
                   MOVE WS-GL-AMOUNT TO WS-LTX-INTEREST
                   MOVE "DAILY ACCRUAL" TO WS-LTX-REFERENCE
                   PERFORM LOG-INTEREST-EVENT
               END-IF
               ADD 1 TO WS-ACCRUED-COUNT
               PERFORM ACCRUE-PENAL-INTEREST
           END-IF

           MOVE WS-TS-DATE TO LNA-LAST-ACCRUAL-DATE
           IF WS-ABEND
               STOP RUN
           END-IF.

      * PENAL INTEREST RUNS ON THE UNPAID PART OF EACH INSTALLMENT
      * LOANPOST HAS AGED TO ARREARS, BOOKED TO ITS OWN INCOME
      * LINE. A LOAN IN NON-ACCRUAL EARNS NONE - THE CALLER ONLY
      * COMES HERE FOR AN ACCRUING LOAN.
       ACCRUE-PENAL-INTEREST.
           MOVE 0 TO WS-PENAL-TOTAL
           IF WS-LOANSCHD-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-SCHED-EOF-FLAG
               MOVE LNM-CUSTOMER-ID TO LSC-CUSTOMER-ID
               MOVE 0 TO LSC-INSTALL-NO
               START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
                   INVALID KEY SET END-OF-SCHEDULE TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCHEDULE
                   READ LOAN-SCHEDULE NEXT RECORD
                       AT END SET END-OF-SCHEDULE TO TRUE
                       NOT AT END
                           IF LSC-CUSTOMER-ID NOT = LNM-CUSTOMER-ID
                               SET END-OF-SCHEDULE TO TRUE
                           ELSE
                               IF LSC-INSTALL-ARREARS
                                   PERFORM ACCRUE-ONE-PENALTY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-PENAL-TOTAL > 0
               MOVE WS-PENAL-TOTAL TO WS-GL-AMOUNT
               CALL "GLRULE" USING "LNINTACC" "PENAL   " "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNINTACC" "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
               ADD 1 TO WS-PENAL-COUNT
               MOVE "PENL"         TO WS-LTX-EVENT
               MOVE WS-PENAL-TOTAL TO WS-LTX-TRANS-AMT
               MOVE 0              TO WS-LTX-INTEREST
               MOVE WS-PENAL-TOTAL TO WS-LTX-CHARGES
               MOVE "PENAL INTEREST" TO WS-LTX-REFERENCE
               CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
                   WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
                   WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LNINTACC"
                   WS-LTX-REFERENCE
           END-IF.

      * THE DAY'S INTEREST GOES ON THE LOAN'S HISTORY AS ITS OWN
      * ROW - THE STATEMENT ROLLS THEM UP BY MONTH. MEMO INTEREST
      * IS OWED BUT NOT BOOKED, SO IT IS KEPT APART FROM INCOME.
       LOG-INTEREST-EVENT.
           MOVE WS-LTX-INTEREST TO WS-LTX-TRANS-AMT
           MOVE 0 TO WS-LTX-CHARGES
           IF WS-LTX-INTEREST > 0
               CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
                   WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
                   WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LNINTACC"
                   WS-LTX-REFERENCE
           END-IF.

       ACCRUE-ONE-PENALTY.
           COMPUTE WS-DAY-PENAL ROUNDED =
               (LSC-EMI-AMOUNT - LSC-COLLECTED-AMT)
               * WS-PENAL-RATE / 36500
           IF WS-DAY-PENAL > 0
               ADD WS-DAY-PENAL TO LSC-PENAL-ACCRUED
               REWRITE LOAN-SCHEDULE-RECORD
               CALL "FILERR" USING "LNINTACC" "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD WS-DAY-PENAL TO WS-PENAL-TOTAL
           END-IF.
