       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNSTMT.

      *****************************************************
      * Loan statement of account, read back off the loan    *
      * transaction history LNTXNLOG builds. Three runs:       *
      *   P - periodic, every loan on LOANMAST for the month    *
      *       to date (the month-end chain);                    *
      *   D - on demand, one borrower between two dates;         *
      *   Y - year-end certificate of principal and interest     *
      *       repaid in a calendar year, one borrower or all.     *
      * A statement opens on the outstanding principal as it       *
      * stood before the period, lists every event with its         *
      * principal, interest and charges split, rolls the daily       *
      * accruals up into one line per month, and closes on the        *
      * principal outstanding after the last event in the period.      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-TRANSACTION-HISTORY ASSIGN TO "LNTXNHST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LTX-KEY
               FILE STATUS WS-LNTXNHST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT LOAN-STATEMENT-PRINT ASSIGN TO "LNSTMT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LNSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-TRANSACTION-HISTORY.
       COPY "LNTXN.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  LOAN-STATEMENT-PRINT.
       01 LOAN-STATEMENT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LNTXNHST-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-LNSTMT-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-CUSTMAST-FLAG    PIC X      VALUE "N".
          88 WS-CUSTMAST-OPEN VALUE "Y".
       01 WS-HISTORY-FLAG     PIC X      VALUE "Y".
          88 WS-HISTORY-ON-FILE VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOANS     VALUE "Y".
       01 WS-HIST-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 WS-HEADER-FLAG      PIC X.
          88 WS-HEADER-WRITTEN VALUE "Y".
       01 WS-RUN-MODE         PIC X.
          88 WS-PERIODIC-RUN  VALUE "P".
          88 WS-ON-DEMAND-RUN VALUE "D".
          88 WS-CERTIFICATE-RUN VALUE "Y".
       01 WS-SELECT-CUSTOMER  PIC 9(8)   VALUE 0.
       01 WS-FROM-DATE        PIC 9(8)   VALUE 0.
       01 WS-TO-DATE          PIC 9(8)   VALUE 0.
       01 WS-CERT-YEAR        PIC 9(4)   VALUE 0.
       01 WS-DATE-SPLIT.
          05 WS-DT-YYYY       PIC 9(4).
          05 WS-DT-MM         PIC 9(2).
          05 WS-DT-DD         PIC 9(2).
       01 WS-EVENT-DATE.
          05 WS-EVENT-YYYYMM  PIC 9(6).
          05 WS-EVENT-DD      PIC 9(2).
       01 WS-OPEN-BALANCE     PIC 9(9).
       01 WS-CLOSE-BALANCE    PIC 9(9).
       01 WS-EVENT-COUNT      PIC 9(5).
       01 WS-STMT-COUNT       PIC 9(7)   VALUE 0.
       01 WS-CERT-COUNT       PIC 9(7)   VALUE 0.
       01 WS-LOAN-COUNT       PIC 9(7)   VALUE 0.
      * PERIOD TOTALS FOR THE STATEMENT TRAILER AND THE YEAR'S
      * TOTALS FOR THE CERTIFICATE.
       01 WS-PRINCIPAL-REPAID PIC 9(11)V99.
       01 WS-INTEREST-PAID    PIC 9(11)V99.
       01 WS-CHARGES-PAID     PIC 9(11)V99.
       01 WS-INTEREST-CHARGED PIC 9(11)V99.
       01 WS-CHARGES-LEVIED   PIC 9(11)V99.
       01 WS-RECOVERED-AMT    PIC 9(11)V99.
      * THE DAILY ACCRUALS OF ONE MONTH, HELD UNTIL THE MONTH
      * TURNS AND THEN PRINTED AS ONE LINE EACH.
       01 WS-ACCRUAL-MONTH    PIC 9(6)   VALUE 0.
       01 WS-ACCRUAL-DATE     PIC 9(8)   VALUE 0.
       01 WS-ACR-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-ACR-MEMO         PIC 9(9)V99 VALUE 0.
       01 WS-ACR-PENAL        PIC 9(9)V99 VALUE 0.
       01 WS-ACR-BALANCE      PIC 9(9)   VALUE 0.
       01 WS-HEADER-LINE.
          05 FILLER           PIC X(25)
                              VALUE "LOAN STATEMENT  BORROWER ".
          05 WHD-CUSTOMER-ID  PIC 9(8).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WHD-NAME         PIC X(30).
          05 FILLER           PIC X(9)   VALUE "  PERIOD ".
          05 WHD-FROM-DATE    PIC 9(8).
          05 FILLER           PIC X(3)   VALUE " - ".
          05 WHD-TO-DATE      PIC 9(8).
          05 FILLER           PIC X(39)  VALUE SPACES.
       01 WS-TERMS-LINE.
          05 FILLER           PIC X(7)   VALUE "  RATE ".
          05 WTM-RATE         PIC Z9.99.
          05 FILLER           PIC X(8)   VALUE "  TERM ".
          05 WTM-TERM         PIC ZZ9.
          05 FILLER           PIC X(7)   VALUE "  EMI ".
          05 WTM-EMI          PIC Z(8)9.99.
          05 FILLER           PIC X(10)  VALUE "  OPENED ".
          05 WTM-OPEN-DATE    PIC 9(8).
          05 FILLER           PIC X(20)
                              VALUE "  OPENING PRINCIPAL ".
          05 WTM-OPEN-BALANCE PIC Z(8)9.
          05 FILLER           PIC X(43)  VALUE SPACES.
       01 WS-COLUMN-LINE.
          05 FILLER           PIC X(12)  VALUE "  DATE".
          05 FILLER           PIC X(26)  VALUE "DESCRIPTION".
          05 FILLER           PIC X(3)   VALUE SPACES.
          05 FILLER           PIC X(14)  VALUE "      AMOUNT".
          05 FILLER           PIC X(14)  VALUE "   PRINCIPAL".
          05 FILLER           PIC X(14)  VALUE "    INTEREST".
          05 FILLER           PIC X(14)  VALUE "     CHARGES".
          05 FILLER           PIC X(11)  VALUE "  BALANCE".
          05 FILLER           PIC X(24)  VALUE "REFERENCE".
       01 WS-DETAIL-LINE.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-POSTING-DATE PIC 9(8).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-DESCRIPTION  PIC X(24).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-DR-CR        PIC X(2).
          05 FILLER           PIC X(1)   VALUE SPACES.
          05 WDT-TRANS-AMOUNT PIC Z(8)9.99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-PRINCIPAL    PIC Z(8)9.99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-INTEREST     PIC Z(8)9.99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-CHARGES      PIC Z(8)9.99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-BALANCE      PIC Z(8)9.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-REFERENCE    PIC X(16).
          05 FILLER           PIC X(6)   VALUE SPACES.
       01 WS-CLOSING-LINE.
          05 FILLER           PIC X(20)
                              VALUE "  CLOSING PRINCIPAL ".
          05 WCL-CLOSE-BALANCE PIC Z(8)9.
          05 FILLER           PIC X(9)   VALUE "  EVENTS ".
          05 WCL-EVENT-COUNT  PIC Z(4)9.
          05 FILLER           PIC X(89)  VALUE SPACES.
       01 WS-AMOUNT-LINE.
          05 FILLER           PIC X(4)   VALUE SPACES.
          05 WAM-LABEL        PIC X(34).
          05 WAM-AMOUNT       PIC Z(10)9.99.
          05 FILLER           PIC X(80)  VALUE SPACES.
       01 WS-CERT-HEADER-LINE.
          05 FILLER           PIC X(38)
                   VALUE "CERTIFICATE OF LOAN REPAYMENTS - YEAR ".
          05 WCH-YEAR         PIC 9(4).
          05 FILLER           PIC X(11)  VALUE "  BORROWER ".
          05 WCH-CUSTOMER-ID  PIC 9(8).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WCH-NAME         PIC X(30).
          05 FILLER           PIC X(39)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER RUN (P PERIODIC, D ON DEMAND, "
               "Y YEAR-END CERTIFICATE): ".
           ACCEPT WS-RUN-MODE.

           EVALUATE TRUE
               WHEN WS-PERIODIC-RUN
                   PERFORM SET-PERIODIC-WINDOW
               WHEN WS-ON-DEMAND-RUN
                   PERFORM CAPTURE-ON-DEMAND-WINDOW
               WHEN WS-CERTIFICATE-RUN
                   PERFORM CAPTURE-CERTIFICATE-YEAR
               WHEN OTHER
                   DISPLAY "INVALID RUN - ENTER P, D OR Y"
                   STOP RUN
           END-EVALUATE

           PERFORM OPEN-ALL-FILES

           IF WS-HISTORY-ON-FILE
               IF WS-SELECT-CUSTOMER > 0
                   MOVE WS-SELECT-CUSTOMER TO LNM-CUSTOMER-ID
                   READ LOAN-MASTER
                       INVALID KEY
                           DISPLAY "NO LOAN ON FILE FOR CUSTOMER "
                               WS-SELECT-CUSTOMER
                       NOT INVALID KEY
                           PERFORM PROCESS-ONE-LOAN
                   END-READ
               ELSE
                   PERFORM READ-NEXT-LOAN
                   PERFORM UNTIL END-OF-LOANS
                       PERFORM PROCESS-ONE-LOAN
                       PERFORM READ-NEXT-LOAN
                   END-PERFORM
               END-IF
               CLOSE LOAN-TRANSACTION-HISTORY
           ELSE
               DISPLAY "NO LOAN TRANSACTION HISTORY ON FILE"
           END-IF

           IF WS-CERTIFICATE-RUN
               DISPLAY "LOAN CERTIFICATES COMPLETE FOR " WS-CERT-YEAR
                   " - " WS-LOAN-COUNT " LOAN(S) READ, "
                   WS-CERT-COUNT " CERTIFICATE(S) PRODUCED"
           ELSE
               DISPLAY "LOAN STATEMENTS COMPLETE " WS-FROM-DATE
                   " - " WS-TO-DATE " - " WS-LOAN-COUNT
                   " LOAN(S) READ, " WS-STMT-COUNT
                   " STATEMENT(S) PRODUCED"
           END-IF

           CLOSE LOAN-MASTER
           CLOSE LOAN-STATEMENT-PRINT
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF

           STOP RUN.

      * THE MONTH-END RUN COVERS THE FIRST OF THE MONTH TO THE
      * PROCESSING DATE, FOR EVERY LOAN ON THE BOOK.
       SET-PERIODIC-WINDOW.
           MOVE WS-TS-DATE TO WS-DATE-SPLIT
           MOVE 1 TO WS-DT-DD
           MOVE WS-DATE-SPLIT TO WS-FROM-DATE
           MOVE WS-TS-DATE    TO WS-TO-DATE
           MOVE 0             TO WS-SELECT-CUSTOMER.

      * NO FROM DATE RUNS FROM THE FIRST EVENT ON FILE; NO TO
      * DATE RUNS TO TONIGHT.
       CAPTURE-ON-DEMAND-WINDOW.
           DISPLAY "ENTER BORROWER CUSTOMER ID: ".
           ACCEPT WS-SELECT-CUSTOMER.
           DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 = FROM BOOKING): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-TO-DATE.
           IF WS-SELECT-CUSTOMER = 0
               DISPLAY "CUSTOMER ID REQUIRED FOR AN ON-DEMAND STATEMENT"
               STOP RUN
           END-IF
           IF WS-TO-DATE = 0
               MOVE WS-TS-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE AFTER TO DATE - NOTHING PRODUCED"
               STOP RUN
           END-IF.

      * NO YEAR MEANS THE CALENDAR YEAR JUST ENDED.
       CAPTURE-CERTIFICATE-YEAR.
           DISPLAY "ENTER CERTIFICATE YEAR (YYYY, 0 = LAST YEAR): ".
           ACCEPT WS-CERT-YEAR.
           DISPLAY "ENTER BORROWER CUSTOMER ID (0 = ALL LOANS): ".
           ACCEPT WS-SELECT-CUSTOMER.
           IF WS-CERT-YEAR = 0
               MOVE WS-TS-DATE TO WS-DATE-SPLIT
               COMPUTE WS-CERT-YEAR = WS-DT-YYYY - 1
           END-IF
           MOVE WS-CERT-YEAR TO WS-DT-YYYY
           MOVE 1            TO WS-DT-MM
           MOVE 1            TO WS-DT-DD
           MOVE WS-DATE-SPLIT TO WS-FROM-DATE
           MOVE 12           TO WS-DT-MM
           MOVE 31           TO WS-DT-DD
           MOVE WS-DATE-SPLIT TO WS-TO-DATE.

       OPEN-ALL-FILES.
           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "LNSTMT  " "LOANMAST" WS-LOANMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO HISTORY YET MEANS NO LOAN HAS MOVED SINCE THE FILE
      * CAME IN - AN EMPTY PRINT, NOT AN ABEND.
           OPEN INPUT LOAN-TRANSACTION-HISTORY
           IF WS-LNTXNHST-STATUS = "35"
               MOVE "N" TO WS-HISTORY-FLAG
           ELSE
               CALL "FILERR" USING "LNSTMT  " "LNTXNHST"
                   WS-LNTXNHST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "35"
               CALL "FILERR" USING "LNSTMT  " "CUSTMAST"
                   WS-CUSTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               SET WS-CUSTMAST-OPEN TO TRUE
           END-IF

           OPEN OUTPUT LOAN-STATEMENT-PRINT
           CALL "FILERR" USING "LNSTMT  " "LNSTMT" WS-LNSTMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           IF WS-CERTIFICATE-RUN
               PERFORM BUILD-ONE-CERTIFICATE
           ELSE
               PERFORM BUILD-ONE-STATEMENT
           END-IF.

      * A CUSTOMER NO LONGER ON THE MASTER PRINTS WITHOUT A NAME.
       FIND-CUSTOMER-NAME.
           MOVE SPACES TO CUM-CUSTOMER-NAME
           IF WS-CUSTMAST-OPEN
               MOVE LNM-CUSTOMER-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CUM-CUSTOMER-NAME
               END-READ
           END-IF.

       START-LOAN-HISTORY.
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE LNM-CUSTOMER-ID TO LTX-CUSTOMER-ID
           MOVE 0               TO LTX-POSTING-DATE
           MOVE 0               TO LTX-TRANS-SEQ
           START LOAN-TRANSACTION-HISTORY KEY IS NOT LESS THAN LTX-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START.

      * EVERY EVENT BEFORE THE PERIOD ONLY CARRIES THE OPENING
      * BALANCE FORWARD. A PERIODIC RUN SKIPS A LOAN THAT WAS
      * CLOSED BEFORE THE PERIOD AND DID NOT MOVE IN IT; AN
      * ON-DEMAND STATEMENT PRINTS WHATEVER IT FINDS.
       BUILD-ONE-STATEMENT.
           MOVE "N" TO WS-HEADER-FLAG
           MOVE 0 TO WS-OPEN-BALANCE
           MOVE 0 TO WS-CLOSE-BALANCE
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-PRINCIPAL-REPAID
           MOVE 0 TO WS-INTEREST-PAID
           MOVE 0 TO WS-CHARGES-PAID
           MOVE 0 TO WS-INTEREST-CHARGED
           MOVE 0 TO WS-CHARGES-LEVIED
           MOVE 0 TO WS-ACCRUAL-MONTH
           MOVE 0 TO WS-ACR-INTEREST
           MOVE 0 TO WS-ACR-MEMO
           MOVE 0 TO WS-ACR-PENAL

           PERFORM START-LOAN-HISTORY
           PERFORM UNTIL END-OF-HISTORY
               READ LOAN-TRANSACTION-HISTORY NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF LTX-CUSTOMER-ID NOT = LNM-CUSTOMER-ID
                          OR LTX-POSTING-DATE > WS-TO-DATE
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           IF LTX-POSTING-DATE < WS-FROM-DATE
                               MOVE LTX-BALANCE-AFTER
                                   TO WS-OPEN-BALANCE
                           ELSE
                               PERFORM TAKE-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FLUSH-ACCRUALS

           IF NOT WS-HEADER-WRITTEN
               IF WS-ON-DEMAND-RUN OR WS-OPEN-BALANCE > 0
                   PERFORM WRITE-STATEMENT-HEADER
               END-IF
           END-IF

           IF WS-HEADER-WRITTEN
               PERFORM WRITE-STATEMENT-TRAILER
               ADD 1 TO WS-STMT-COUNT
           END-IF.

       WRITE-STATEMENT-HEADER.
           PERFORM FIND-CUSTOMER-NAME
           MOVE LNM-CUSTOMER-ID   TO WHD-CUSTOMER-ID
           MOVE CUM-CUSTOMER-NAME TO WHD-NAME
           MOVE WS-FROM-DATE      TO WHD-FROM-DATE
           MOVE WS-TO-DATE        TO WHD-TO-DATE
           WRITE LOAN-STATEMENT-LINE FROM WS-HEADER-LINE

           MOVE LNM-ANNUAL-RATE   TO WTM-RATE
           MOVE LNM-TERM-MONTHS   TO WTM-TERM
           MOVE LNM-MONTHLY-EMI   TO WTM-EMI
           MOVE LNM-OPEN-DATE     TO WTM-OPEN-DATE
           MOVE WS-OPEN-BALANCE   TO WTM-OPEN-BALANCE
           WRITE LOAN-STATEMENT-LINE FROM WS-TERMS-LINE
           WRITE LOAN-STATEMENT-LINE FROM WS-COLUMN-LINE

           MOVE WS-OPEN-BALANCE TO WS-CLOSE-BALANCE
           SET WS-HEADER-WRITTEN TO TRUE.

      * A NEW MONTH PRINTS THE LAST MONTH'S ACCRUAL LINES FIRST,
      * SO THEY FOLLOW THAT MONTH'S OTHER EVENTS ON THE PAGE.
       TAKE-ONE-EVENT.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-STATEMENT-HEADER
           END-IF
           MOVE LTX-POSTING-DATE TO WS-EVENT-DATE
           IF WS-EVENT-YYYYMM NOT = WS-ACCRUAL-MONTH
               PERFORM FLUSH-ACCRUALS
           END-IF
           MOVE LTX-BALANCE-AFTER TO WS-CLOSE-BALANCE
           ADD 1 TO WS-EVENT-COUNT

           IF LTX-REPAYMENT-EVENT
               ADD LTX-PRINCIPAL-AMT TO WS-PRINCIPAL-REPAID
               ADD LTX-INTEREST-AMT  TO WS-INTEREST-PAID
               ADD LTX-CHARGES-AMT   TO WS-CHARGES-PAID
           END-IF

           EVALUATE LTX-EVENT-CODE
               WHEN "INTA"
                   ADD LTX-INTEREST-AMT TO WS-INTEREST-CHARGED
                   ADD LTX-INTEREST-AMT TO WS-ACR-INTEREST
               WHEN "INTM"
                   ADD LTX-INTEREST-AMT TO WS-ACR-MEMO
               WHEN "PENL"
                   ADD LTX-CHARGES-AMT  TO WS-CHARGES-LEVIED
                   ADD LTX-CHARGES-AMT  TO WS-ACR-PENAL
               WHEN "LATE"
                   ADD LTX-CHARGES-AMT  TO WS-CHARGES-LEVIED
           END-EVALUATE

           IF LTX-ACCRUAL-EVENT
               MOVE WS-EVENT-YYYYMM   TO WS-ACCRUAL-MONTH
               MOVE LTX-POSTING-DATE  TO WS-ACCRUAL-DATE
               MOVE LTX-BALANCE-AFTER TO WS-ACR-BALANCE
           ELSE
               PERFORM WRITE-EVENT-LINE
           END-IF.

       WRITE-EVENT-LINE.
           MOVE LTX-POSTING-DATE  TO WDT-POSTING-DATE
           PERFORM DESCRIBE-EVENT
           EVALUATE TRUE
               WHEN LTX-DEBIT-EVENT
                   MOVE "DR" TO WDT-DR-CR
               WHEN LTX-CREDIT-EVENT
                   MOVE "CR" TO WDT-DR-CR
               WHEN OTHER
                   MOVE SPACES TO WDT-DR-CR
           END-EVALUATE
           MOVE LTX-TRANS-AMOUNT  TO WDT-TRANS-AMOUNT
           MOVE LTX-PRINCIPAL-AMT TO WDT-PRINCIPAL
           MOVE LTX-INTEREST-AMT  TO WDT-INTEREST
           MOVE LTX-CHARGES-AMT   TO WDT-CHARGES
           MOVE LTX-BALANCE-AFTER TO WDT-BALANCE
           MOVE LTX-REFERENCE     TO WDT-REFERENCE
           WRITE LOAN-STATEMENT-LINE FROM WS-DETAIL-LINE.

       DESCRIBE-EVENT.
           EVALUATE LTX-EVENT-CODE
               WHEN "DISB"
                   MOVE "LOAN DISBURSED"        TO WDT-DESCRIPTION
               WHEN "BOOK"
                   MOVE "LOAN BOOKED IN TRANCHES" TO WDT-DESCRIPTION
               WHEN "TRRL"
                   MOVE "TRANCHE RELEASED"      TO WDT-DESCRIPTION
               WHEN "EMIC"
                   MOVE "EMI COLLECTED"         TO WDT-DESCRIPTION
               WHEN "EMIP"
                   MOVE "EMI PART COLLECTED"    TO WDT-DESCRIPTION
               WHEN "RPAY"
                   MOVE "INSTALLMENT REPAID"    TO WDT-DESCRIPTION
               WHEN "CHGC"
                   MOVE "CHARGES COLLECTED"     TO WDT-DESCRIPTION
               WHEN "PAYO"
                   MOVE "LOAN PAID OFF"         TO WDT-DESCRIPTION
               WHEN "LATE"
                   MOVE "LATE CHARGE"           TO WDT-DESCRIPTION
               WHEN "RSTR"
                   MOVE "LOAN RESTRUCTURED"     TO WDT-DESCRIPTION
               WHEN "RPRC"
                   MOVE "RATE CHANGED"          TO WDT-DESCRIPTION
               WHEN "WOFF"
                   MOVE "LOAN WRITTEN OFF"      TO WDT-DESCRIPTION
               WHEN "RCVY"
                   MOVE "RECOVERY AFTER WRITE-OFF" TO WDT-DESCRIPTION
               WHEN "WAIV"
                   MOVE "PENALTIES WAIVED"      TO WDT-DESCRIPTION
               WHEN "PDCB"
                   MOVE "POST-DATED CHQ RETURNED" TO WDT-DESCRIPTION
               WHEN OTHER
                   MOVE LTX-EVENT-CODE          TO WDT-DESCRIPTION
           END-EVALUATE.

      * ONE LINE PER KIND OF ACCRUAL FOR THE MONTH, DATED THE
      * LAST NIGHT IT ACCRUED. MEMO INTEREST WAS NOT CHARGED TO
      * THE LOAN, SO IT PRINTS WITH NO DEBIT MARK.
       FLUSH-ACCRUALS.
           MOVE WS-ACCRUAL-DATE TO WDT-POSTING-DATE
           MOVE 0               TO WDT-PRINCIPAL
           MOVE WS-ACR-BALANCE  TO WDT-BALANCE
           MOVE "DAILY ACCRUALS" TO WDT-REFERENCE

           IF WS-ACR-INTEREST > 0
               MOVE "INTEREST FOR MONTH"   TO WDT-DESCRIPTION
               MOVE "DR"                   TO WDT-DR-CR
               MOVE WS-ACR-INTEREST        TO WDT-TRANS-AMOUNT
               MOVE WS-ACR-INTEREST        TO WDT-INTEREST
               MOVE 0                      TO WDT-CHARGES
               WRITE LOAN-STATEMENT-LINE FROM WS-DETAIL-LINE
           END-IF

           IF WS-ACR-MEMO > 0
               MOVE "MEMO INTEREST FOR MONTH" TO WDT-DESCRIPTION
               MOVE SPACES                 TO WDT-DR-CR
               MOVE WS-ACR-MEMO            TO WDT-TRANS-AMOUNT
               MOVE WS-ACR-MEMO            TO WDT-INTEREST
               MOVE 0                      TO WDT-CHARGES
               WRITE LOAN-STATEMENT-LINE FROM WS-DETAIL-LINE
           END-IF

           IF WS-ACR-PENAL > 0
               MOVE "PENAL INTEREST FOR MONTH" TO WDT-DESCRIPTION
               MOVE "DR"                   TO WDT-DR-CR
               MOVE WS-ACR-PENAL           TO WDT-TRANS-AMOUNT
               MOVE 0                      TO WDT-INTEREST
               MOVE WS-ACR-PENAL           TO WDT-CHARGES
               WRITE LOAN-STATEMENT-LINE FROM WS-DETAIL-LINE
           END-IF

           MOVE 0 TO WS-ACR-INTEREST
           MOVE 0 TO WS-ACR-MEMO
           MOVE 0 TO WS-ACR-PENAL.

       WRITE-STATEMENT-TRAILER.
           MOVE WS-CLOSE-BALANCE TO WCL-CLOSE-BALANCE
           MOVE WS-EVENT-COUNT   TO WCL-EVENT-COUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-CLOSING-LINE

           MOVE "PRINCIPAL REPAID IN PERIOD"  TO WAM-LABEL
           MOVE WS-PRINCIPAL-REPAID           TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "INTEREST PAID IN PERIOD"     TO WAM-LABEL
           MOVE WS-INTEREST-PAID              TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "CHARGES PAID IN PERIOD"      TO WAM-LABEL
           MOVE WS-CHARGES-PAID               TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "INTEREST CHARGED IN PERIOD"  TO WAM-LABEL
           MOVE WS-INTEREST-CHARGED           TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "PENAL AND LATE CHARGES LEVIED" TO WAM-LABEL
           MOVE WS-CHARGES-LEVIED             TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO LOAN-STATEMENT-LINE
           WRITE LOAN-STATEMENT-LINE.

      * PRINCIPAL AND INTEREST ARE TAKEN FROM THE SPLIT ON EACH
      * REPAYMENT EVENT - A PART EMI COLLECTION CARRIES NO SPLIT,
      * ITS INSTALLMENT COUNTING WHEN THE COLLECTION COMPLETES.
      * PENAL INTEREST AND CHARGES ARE SHOWN APART FROM INTEREST,
      * AND MONEY IN AFTER A WRITE-OFF IS SHOWN AS RECOVERIES.
       BUILD-ONE-CERTIFICATE.
           MOVE 0 TO WS-PRINCIPAL-REPAID
           MOVE 0 TO WS-INTEREST-PAID
           MOVE 0 TO WS-CHARGES-PAID
           MOVE 0 TO WS-RECOVERED-AMT
           MOVE 0 TO WS-CLOSE-BALANCE

           PERFORM START-LOAN-HISTORY
           PERFORM UNTIL END-OF-HISTORY
               READ LOAN-TRANSACTION-HISTORY NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF LTX-CUSTOMER-ID NOT = LNM-CUSTOMER-ID
                          OR LTX-POSTING-DATE > WS-TO-DATE
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           MOVE LTX-BALANCE-AFTER
                               TO WS-CLOSE-BALANCE
                           IF LTX-POSTING-DATE NOT < WS-FROM-DATE
                               PERFORM COUNT-ONE-REPAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRINCIPAL-REPAID > 0 OR WS-INTEREST-PAID > 0
              OR WS-CHARGES-PAID > 0 OR WS-RECOVERED-AMT > 0
               PERFORM WRITE-ONE-CERTIFICATE
           END-IF.

       COUNT-ONE-REPAYMENT.
           IF LTX-REPAYMENT-EVENT
               ADD LTX-PRINCIPAL-AMT TO WS-PRINCIPAL-REPAID
               ADD LTX-INTEREST-AMT  TO WS-INTEREST-PAID
               ADD LTX-CHARGES-AMT   TO WS-CHARGES-PAID
           END-IF
           IF LTX-EVENT-CODE = "RCVY"
               ADD LTX-TRANS-AMOUNT  TO WS-RECOVERED-AMT
           END-IF.

       WRITE-ONE-CERTIFICATE.
           PERFORM FIND-CUSTOMER-NAME
           MOVE WS-CERT-YEAR      TO WCH-YEAR
           MOVE LNM-CUSTOMER-ID   TO WCH-CUSTOMER-ID
           MOVE CUM-CUSTOMER-NAME TO WCH-NAME
           WRITE LOAN-STATEMENT-LINE FROM WS-CERT-HEADER-LINE

           MOVE "PRINCIPAL REPAID"            TO WAM-LABEL
           MOVE WS-PRINCIPAL-REPAID           TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "INTEREST PAID"               TO WAM-LABEL
           MOVE WS-INTEREST-PAID              TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "PENAL INTEREST AND CHARGES PAID" TO WAM-LABEL
           MOVE WS-CHARGES-PAID               TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           IF WS-RECOVERED-AMT > 0
               MOVE "PAID AFTER WRITE-OFF"    TO WAM-LABEL
               MOVE WS-RECOVERED-AMT          TO WAM-AMOUNT
               WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE
           END-IF
           MOVE "PRINCIPAL OUTSTANDING AT YEAR END" TO WAM-LABEL
           MOVE WS-CLOSE-BALANCE              TO WAM-AMOUNT
           WRITE LOAN-STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO LOAN-STATEMENT-LINE
           WRITE LOAN-STATEMENT-LINE
           ADD 1 TO WS-CERT-COUNT.
