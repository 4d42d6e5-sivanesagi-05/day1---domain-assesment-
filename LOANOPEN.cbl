      * Books a LOANELIG-approved application as a serviced  *
      * loan - the connection that was missing between the    *
      * eligibility check and LOANAMORT's schedule display.    *
      * Only an application sanctioned on LNAPPL can book, for  *
      * no more than the sanctioned amount and no longer than    *
      * the term applied for, and the loan booked is stamped back *
      * onto the application. Records principal, rate and term on  *
      * the loan master, writes the full amortization schedule from *
      * the LOANAMORT calculation so every installment has a due     *
      * date and amount, and disburses the principal into the         *
      * customer's account with the usual AUDTRAIL image and statement *
      * line.                                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY GUA-KEY
               FILE STATUS WS-GUARREG-STATUS.

           SELECT LOAN-APPLICATIONS ASSIGN TO "LNAPPL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAP-APPLICATION-NO
               FILE STATUS WS-LNAPPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       FD  GUARANTOR-REGISTER.
       COPY "GUARREG.cpy".

       FD  LOAN-APPLICATIONS.
       COPY "LNAPPL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 M                   PIC 9(4).
       01 WS-NEW-BALANCE      PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-DUE-DATE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
       01 WS-COLLREG-STATUS   PIC XX.
       01 WS-GUARREG-STATUS   PIC XX.
       01 WS-GUARANTOR-ID     PIC 9(8).
       01 WS-LNAPPL-STATUS    PIC XX.
       01 WS-APPLICATION-NO   PIC 9(8).
       01 WS-STAGE-DAYS       PIC 9(5).
       01 WS-COLL-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-COLLATERAL VALUE "Y".
       01 WS-PLEDGED-VALUE    PIC 9(11)V99 VALUE 0.
          05 WS-TRANCHE-ENTRY OCCURS 10 TIMES.
             10 WST-AMOUNT          PIC 9(9).
             10 WST-PLANNED-DATE    PIC 9(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4).
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER SANCTIONED APPLICATION NUMBER: ".
           ACCEPT WS-APPLICATION-NO.

           DISPLAY "ENTER LOAN PRINCIPAL: ".
           ACCEPT PRINCIPAL.

           PERFORM OPEN-ALL-FILES

      * NOTHING BOOKS WITHOUT A SANCTIONED APPLICATION, AND NOT
      * FOR MORE OR LONGER THAN WAS SANCTIONED.
           MOVE WS-APPLICATION-NO TO LAP-APPLICATION-NO
           READ LOAN-APPLICATIONS
               INVALID KEY
                   DISPLAY "Application not found"
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-READ

           IF NOT LAP-SANCTIONED
               DISPLAY "Application is not sanctioned - stage "
                   LAP-STAGE " - booking refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           IF PRINCIPAL > LAP-SANCTIONED-AMT
               DISPLAY "Principal exceeds the sanctioned amount "
                   LAP-SANCTIONED-AMT " - booking refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           IF TENURE-YEARS > LAP-TERM-YEARS
               DISPLAY "Tenure exceeds the " LAP-TERM-YEARS
                   " year(s) applied for - booking refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           MOVE LAP-CUSTOMER-ID TO CUSTOMER-ID

           MOVE DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
               STOP RUN
           END-IF

      * LOANS ARE BOOKED IN HOME CURRENCY - THE ACCOUNT THE
      * PRINCIPAL LANDS IN AND THE EMI IS TAKEN FROM MUST BE TOO.
           IF ACM-CURRENCY-CODE NOT = SPACES
               DISPLAY "Disbursement account is not in home currency"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

      * A NEW LOAN FOR A CUSTOMER WHOSE KYC REVIEW IS OVERDUE
      * PAST GRACE REFERS TO A SUPERVISOR BEFORE ANYTHING BOOKS.
           CALL "GETPDATE" USING WS-TS-DATE
           ELSE
               PERFORM DISBURSE-PRINCIPAL
           END-IF
           PERFORM LOG-THE-BOOKING

      * A GUARANTOR TAKEN ON THE LOAN GOES ON THE REGISTER AT
      * BOOKING - THE CONTINGENT LIABILITY STOPS VANISHING THE
               PERFORM REGISTER-THE-GUARANTOR
           END-IF

           PERFORM STAMP-THE-APPLICATION

           DISPLAY "LOAN BOOKED FOR CUSTOMER " CUSTOMER-ID
               " - EMI " MONTHLY-EMI " OVER " WS-TENURE-MONTHS
               " MONTH(S), DISBURSED TO " DISBURSE-ACCOUNT
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O LOAN-APPLICATIONS
           IF WS-LNAPPL-STATUS = "35"
               OPEN OUTPUT LOAN-APPLICATIONS
               CLOSE LOAN-APPLICATIONS
               OPEN I-O LOAN-APPLICATIONS
           END-IF
           CALL "FILERR" USING "LOANOPEN" "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A CUSTOMER WITH OPEN INSTALLMENTS CANNOT TAKE A SECOND
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE LOAN-APPLICATIONS.

      * THE APPLICATION CARRIES THE LOAN AS BOOKED - LOANMAST
      * HOLDS ONE LOAN PER CUSTOMER, SO THE CUSTOMER ID IS ITS
      * KEY. THE DAYS SPENT SANCTIONED CLOSE OFF AS IT BOOKS.
       STAMP-THE-APPLICATION.
           COMPUTE WS-STAGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               - FUNCTION INTEGER-OF-DATE(LAP-STAGE-DATE)
           ADD WS-STAGE-DAYS TO LAP-DAYS-SANCTIONED
           SET LAP-BOOKED        TO TRUE
           MOVE WS-TS-DATE       TO LAP-STAGE-DATE
           MOVE CUSTOMER-ID      TO LAP-LOAN-CUSTOMER-ID
           MOVE PRINCIPAL        TO LAP-BOOKED-PRINCIPAL
           MOVE ANNUAL-RATE      TO LAP-BOOKED-RATE
           MOVE WS-TENURE-MONTHS TO LAP-BOOKED-TERM-MONTHS
           MOVE DISBURSE-ACCOUNT TO LAP-DISBURSE-ACCOUNT
           MOVE WS-TS-DATE       TO LAP-BOOKED-DATE
           REWRITE LOAN-APPLICATION-RECORD
           CALL "FILERR" USING "LOANOPEN" "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "APPLICATION " LAP-APPLICATION-NO " BOOKED".

      * SAME EMI ARITHMETIC AS LOANAMORT, INCLUDING THE 0%
      * PROMOTIONAL-RATE SPLIT THAT AVOIDS THE DIVIDE BY ZERO.
               SET LSC-INSTALL-OPEN       TO TRUE
               MOVE 0                     TO LSC-PAID-DATE
               MOVE 0                     TO LSC-COLLECTED-AMT
               MOVE 0                     TO LSC-PENAL-ACCRUED
               MOVE 0                     TO LSC-LATE-CHARGE
               WRITE LOAN-SCHEDULE-RECORD
               CALL "FILERR" USING "LOANOPEN" "LOANSCHD"
               WS-LOANSCHD-STATUS
           DISPLAY "TRANCHE PLAN ON FILE - NOTHING DISBURSED"
               " UNTIL LNTRREL AUTHORIZES A RELEASE".

      * THE LOAN'S FIRST LINE ON ITS TRANSACTION HISTORY. A STAGED
      * LOAN OWES NOTHING YET, SO ITS COMMITMENT GOES ON AS A MEMO
      * AND EACH LNTRREL RELEASE ADDS THE DEBIT LATER.
       LOG-THE-BOOKING.
           MOVE SPACES TO WS-LTX-REFERENCE
           MOVE PRINCIPAL TO WS-LTX-TRANS-AMT
           IF WS-TRANCHE-LOAN
               MOVE "BOOK" TO WS-LTX-EVENT
               MOVE 0      TO WS-LTX-PRINCIPAL
               STRING "TRANCHES " WS-TRANCHE-COUNT
                   DELIMITED BY SIZE INTO WS-LTX-REFERENCE
           ELSE
               MOVE "DISB" TO WS-LTX-EVENT
               MOVE PRINCIPAL TO WS-LTX-PRINCIPAL
               MOVE DISBURSE-ACCOUNT TO WS-LTX-REFERENCE
           END-IF
           CALL "LNTXNLOG" USING CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LOANOPEN"
               WS-LTX-REFERENCE.

       WRITE-ONE-TRANCHE.
           MOVE CUSTOMER-ID        TO LTR-CUSTOMER-ID
           MOVE T                  TO LTR-TRANCHE-NO
           CALL "AUDITLOG" USING "LOANDISB" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE PRINCIPAL TO WS-GL-AMOUNT
           CALL "GLRULE" USING "LOANOPEN" "DISBURSE" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "LOANOPEN" ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           MOVE DISBURSE-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT       TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "LNDS" TO STX-TRANS-CODE
           MOVE CUSTOMER-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD.
