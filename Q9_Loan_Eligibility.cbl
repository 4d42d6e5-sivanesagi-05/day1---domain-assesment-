      * WAY ACCTELIG CHECKS ACCTMAST FOR EXISTING ACCOUNTS -*
      * IF THE CUSTOMER HAS NO LOAN-MASTER RECORD YET, THE   *
      * OPERATOR-ENTERED FIGURES ARE USED AS ENTERED.        *
      * THE CREDIT BUREAU REPORT ON CRBRESP ADDS WHAT THE   *
      * CUSTOMER OWES OTHER LENDERS TO THE EXPOSURE AND     *
      * THEIR MONTHLY PAYMENTS TO THE DEBT-SERVICE RATIO,   *
      * AND ITS SCORE AND WORST DELINQUENCY ARE CHECKED     *
      * AGAINST THE CRBPARM CUTOFFS. WITH NO CURRENT REPORT *
      * AN INQUIRY GOES TO THE BUREAU ON CRBINQ AND THE     *
      * DECISION WAITS FOR IT. EVERY DECISION IS LOGGED ON  *
      * LNDECLOG WITH THE BUREAU DATA AND CUTOFFS IT WAS    *
      * MADE ON. RUN AGAINST A LOAN APPLICATION ON         *
      * LNAPPL, THE CUSTOMER, AMOUNT AND TENURE COME FROM  *
      * THE APPLICATION AND THE DECISION IS STORED BACK ON *
      * IT - REJECTED DECLINES IT, ELIGIBLE OR REFERRED    *
      * MOVES IT ON TO DOCUMENTS PENDING OR ELIGIBILITY    *
      * DONE.                                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY GUA-KEY
               FILE STATUS WS-GUARREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT BUREAU-RESPONSE-FILE ASSIGN TO "CRBRESP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CBS-CUSTOMER-ID
               FILE STATUS WS-CRBRESP-STATUS.

           SELECT BUREAU-PARMS ASSIGN TO "CRBPARM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CBP-PRODUCT
               FILE STATUS WS-CRBPARM-STATUS.

           SELECT BUREAU-INQUIRY ASSIGN TO "CRBINQ.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBINQ-STATUS.

           SELECT LOAN-DECISION-LOG ASSIGN TO "LNDECLOG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LNDECLOG-STATUS.

           SELECT LOAN-APPLICATIONS ASSIGN TO "LNAPPL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAP-APPLICATION-NO
               FILE STATUS WS-LNAPPL-STATUS.

           SELECT APPLICATION-DOCUMENTS ASSIGN TO "LNAPDOC.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAD-KEY
               FILE STATUS WS-LNAPDOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       FD  GUARANTOR-REGISTER.
       COPY "GUARREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  BUREAU-RESPONSE-FILE.
       COPY "CRBRESP.cpy".

       FD  BUREAU-PARMS.
       COPY "CRBPARM.cpy".

       FD  BUREAU-INQUIRY.
       COPY "CRBINQ.cpy".

      * ONE LINE PER DECISION - THE FIGURES, THE BUREAU DATA AND
      * THE CUTOFFS IN FORCE, SO AUDIT CAN SEE WHAT IT WAS MADE ON.
      * BUREAU STATUS R = REPORT USED, I = INQUIRY OUTSTANDING.
       FD  LOAN-DECISION-LOG.
       01 LOAN-DECISION-LOG-RECORD.
          05 LDL-TIMESTAMP          PIC X(16).
          05 LDL-CUSTOMER-ID        PIC 9(8).
          05 LDL-REQUESTED-AMT      PIC 9(9).
          05 LDL-MONTHLY-INCOME     PIC 9(7).
          05 LDL-EXISTING-BALANCE   PIC 9(9).
          05 LDL-DEBT-SERVICE-PCT   PIC 9(5)V99.
          05 LDL-DECISION           PIC X(18).
          05 LDL-REASON             PIC X(20).
          05 LDL-BUREAU-STATUS      PIC X.
          05 LDL-RESPONSE-DATE      PIC 9(8).
          05 LDL-SCORE              PIC 9(3).
          05 LDL-EXT-EXPOSURE       PIC 9(11).
          05 LDL-EXT-MONTHLY-PAY    PIC 9(9)V99.
          05 LDL-OPEN-FACILITIES    PIC 9(3).
          05 LDL-WORST-DELINQUENCY  PIC 9(1).
          05 LDL-DECLINE-SCORE      PIC 9(3).
          05 LDL-REFER-SCORE        PIC 9(3).
          05 LDL-REFER-DELINQUENCY  PIC 9(1).
          05 LDL-MAX-DSR-PCT        PIC 9(3).

       FD  LOAN-APPLICATIONS.
       COPY "LNAPPL.cpy".

       FD  APPLICATION-DOCUMENTS.
       COPY "LNAPDOC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS     PIC XX.
       01 WS-ABEND-FLAG          PIC X.
       01 WS-GUAR-EOF-FLAG       PIC X.
          88 END-OF-GUARANTEES   VALUE "Y".
       01 GUARANTEED-TOTAL       PIC 9(9)     VALUE 0.
       01 WS-CUSTMAST-STATUS     PIC XX.
       01 WS-CRBRESP-STATUS      PIC XX.
       01 WS-CRBPARM-STATUS      PIC XX.
       01 WS-CRBINQ-STATUS       PIC XX.
       01 WS-LNDECLOG-STATUS     PIC XX.
       01 OWN-MONTHLY-EMI        PIC 9(9)V99  VALUE 0.
       01 PROPOSED-MONTHLY-EMI   PIC 9(9)V99  VALUE 0.
       01 DEBT-SERVICE-PCT       PIC 9(5)V99  VALUE 0.
       01 DECISION-REASON        PIC X(20).
       01 DECLINE-SCORE          PIC 9(3)     VALUE 550.
       01 REFER-SCORE            PIC 9(3)     VALUE 650.
       01 REFER-DELINQUENCY      PIC 9(1)     VALUE 3.
       01 MAX-DEBT-SERVICE-PCT   PIC 9(3)     VALUE 50.
       01 MAX-RESPONSE-DAYS      PIC 9(3)     VALUE 30.
       01 WS-REPORT-AGE          PIC S9(7).
       01 WS-BUREAU-FLAG         PIC X        VALUE SPACE.
          88 WS-BUREAU-ON-FILE   VALUE "R".
          88 WS-BUREAU-AWAITED   VALUE "I".
       01 WS-LNAPPL-STATUS       PIC XX.
       01 WS-LNAPDOC-STATUS      PIC XX.
       01 WS-APPLICATION-NO      PIC 9(8)     VALUE 0.
       01 WS-PENDING-COUNT       PIC 9(3)     VALUE 0.
       01 WS-DOC-EOF-FLAG        PIC X        VALUE "N".
          88 END-OF-DOCUMENTS    VALUE "Y".
       01 WS-NEW-STAGE           PIC X.
       01 WS-STAGE-DAYS          PIC 9(5).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC 9(8).
          05 WS-TS-TIME          PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER APPLICATION NUMBER (0 = NONE): ".
           ACCEPT WS-APPLICATION-NO.

           IF WS-APPLICATION-NO > 0
               PERFORM LOAD-THE-APPLICATION
           ELSE
               DISPLAY "ENTER CUSTOMER ID: "
               ACCEPT CUSTOMER-ID
           END-IF

           DISPLAY "ENTER AGE: ".
           ACCEPT AGE.

           IF WS-APPLICATION-NO = 0
               DISPLAY "ENTER LOAN TENURE (YEARS): "
               ACCEPT LOAN-TENURE-YEARS
           END-IF

           DISPLAY "ENTER MONTHLY INCOME: ".
           ACCEPT MONTHLY-INCOME.

           IF WS-APPLICATION-NO = 0
               DISPLAY "ENTER REQUESTED LOAN AMOUNT: "
               ACCEPT REQUESTED-LOAN-AMT
           END-IF

           DISPLAY "ENTER EXISTING LOAN BALANCE: ".
           ACCEPT EXISTING-LOAN-BALANCE.

           PERFORM LOOKUP-LOAN-MASTER
           PERFORM SUM-GUARANTEES-GIVEN
           PERFORM LOAD-BUREAU-CUTOFFS
           PERFORM CHECK-BUREAU-REPORT
           PERFORM COMPUTE-DEBT-SERVICE

           COMPUTE AGE-AT-MATURITY = AGE + LOAN-TENURE-YEARS.
           COMPUTE MIN-MONTHLY-INCOME = REQUESTED-LOAN-AMT / 100.
           PERFORM MAKE-DECISION.

           DISPLAY "DECISION = " DECISION.
           IF DECISION-REASON NOT = SPACES
               DISPLAY "REASON   = " DECISION-REASON
           END-IF

           PERFORM WRITE-DECISION-LOG

           IF WS-APPLICATION-NO > 0
               PERFORM STORE-APPLICATION-DECISION
           END-IF

           STOP RUN.

      * ONLY AN APPLICATION STILL SHORT OF SANCTION CAN BE
      * ASSESSED; IT STAYS OPEN UNTIL THE DECISION IS STORED.
       LOAD-THE-APPLICATION.
           OPEN I-O LOAN-APPLICATIONS
           IF WS-LNAPPL-STATUS = "35"
               DISPLAY "Application not found"
               STOP RUN
           END-IF
           CALL "FILERR" USING "LOANELIG" "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-APPLICATION-NO TO LAP-APPLICATION-NO
           READ LOAN-APPLICATIONS
               INVALID KEY
                   DISPLAY "Application not found"
                   CLOSE LOAN-APPLICATIONS
                   STOP RUN
           END-READ
           IF NOT (LAP-CAPTURED OR LAP-ELIGIBILITY-DONE
                   OR LAP-DOCS-PENDING)
               DISPLAY "Application is at stage " LAP-STAGE
                   " - eligibility cannot be rerun"
               CLOSE LOAN-APPLICATIONS
               STOP RUN
           END-IF
           MOVE LAP-CUSTOMER-ID   TO CUSTOMER-ID
           MOVE LAP-REQUESTED-AMT TO REQUESTED-LOAN-AMT
           MOVE LAP-TERM-YEARS    TO LOAN-TENURE-YEARS
           DISPLAY "APPLICATION " LAP-APPLICATION-NO " CUSTOMER "
               CUSTOMER-ID " AMOUNT " REQUESTED-LOAN-AMT " OVER "
               LOAN-TENURE-YEARS " YEAR(S)".

      * A REJECTION DECLINES THE APPLICATION; ELIGIBLE OR REFERRED
      * WAITS ON ANY DOCUMENT STILL PENDING. AN APPLICATION
      * AWAITING THE BUREAU STAYS WHERE IT IS.
       STORE-APPLICATION-DECISION.
           MOVE DECISION         TO LAP-ELIG-DECISION
           MOVE DECISION-REASON  TO LAP-ELIG-REASON
           MOVE WS-TS-DATE       TO LAP-ELIG-DATE
           MOVE DEBT-SERVICE-PCT TO LAP-DEBT-SERVICE-PCT
           EVALUATE DECISION
               WHEN "REJECTED"
                   MOVE "D" TO WS-NEW-STAGE
                   PERFORM CHANGE-APPLICATION-STAGE
                   MOVE DECISION-REASON TO LAP-CLOSE-REASON
                   MOVE WS-TS-DATE      TO LAP-CLOSED-DATE
                   MOVE "LOANELIG"      TO LAP-CLOSED-BY
               WHEN "ELIGIBLE"
               WHEN "REFER-TO-MANAGER"
                   PERFORM COUNT-PENDING-DOCUMENTS
                   IF WS-PENDING-COUNT > 0
                       MOVE "P" TO WS-NEW-STAGE
                   ELSE
                       MOVE "E" TO WS-NEW-STAGE
                   END-IF
                   PERFORM CHANGE-APPLICATION-STAGE
           END-EVALUATE
           REWRITE LOAN-APPLICATION-RECORD
           CALL "FILERR" USING "LOANELIG" "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE LOAN-APPLICATIONS
           DISPLAY "APPLICATION " LAP-APPLICATION-NO " NOW AT STAGE "
               LAP-STAGE.

       COUNT-PENDING-DOCUMENTS.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-DOC-EOF-FLAG
           OPEN INPUT APPLICATION-DOCUMENTS
           IF WS-LNAPDOC-STATUS = "35"
               SET END-OF-DOCUMENTS TO TRUE
           ELSE
               CALL "FILERR" USING "LOANELIG" "LNAPDOC"
                   WS-LNAPDOC-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE LAP-APPLICATION-NO TO LAD-APPLICATION-NO
               MOVE SPACES             TO LAD-DOC-CODE
               START APPLICATION-DOCUMENTS
                   KEY IS NOT LESS THAN LAD-KEY
                   INVALID KEY SET END-OF-DOCUMENTS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-DOCUMENTS
               READ APPLICATION-DOCUMENTS NEXT RECORD
                   AT END SET END-OF-DOCUMENTS TO TRUE
                   NOT AT END
                       IF LAD-APPLICATION-NO NOT = LAP-APPLICATION-NO
                           SET END-OF-DOCUMENTS TO TRUE
                       ELSE
                           IF LAD-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LNAPDOC-STATUS NOT = "35"
               CLOSE APPLICATION-DOCUMENTS
           END-IF.

      * THE DAYS SPENT IN THE STAGE BEING LEFT ARE ADDED TO THAT
      * STAGE'S TOTAL BEFORE THE APPLICATION MOVES ON.
       CHANGE-APPLICATION-STAGE.
           COMPUTE WS-STAGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               - FUNCTION INTEGER-OF-DATE(LAP-STAGE-DATE)
           EVALUATE TRUE
               WHEN LAP-CAPTURED
                   ADD WS-STAGE-DAYS TO LAP-DAYS-CAPTURED
               WHEN LAP-ELIGIBILITY-DONE
                   ADD WS-STAGE-DAYS TO LAP-DAYS-ELIGIBILITY
               WHEN LAP-DOCS-PENDING
                   ADD WS-STAGE-DAYS TO LAP-DAYS-DOCUMENTS
               WHEN LAP-SANCTIONED
                   ADD WS-STAGE-DAYS TO LAP-DAYS-SANCTIONED
           END-EVALUATE
           MOVE WS-NEW-STAGE TO LAP-STAGE
           MOVE WS-TS-DATE   TO LAP-STAGE-DATE.

       LOOKUP-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "LOANELIG" "LOANMAST" WS-LOANMAST-STATUS
               NOT INVALID KEY
                   MOVE LNM-MONTHLY-INCOME    TO MONTHLY-INCOME
                   MOVE LNM-EXISTING-LOAN-BAL TO EXISTING-LOAN-BALANCE
                   IF LNM-EXISTING-LOAN-BAL > 0
                       MOVE LNM-MONTHLY-EMI   TO OWN-MONTHLY-EMI
                   END-IF
           END-READ
           CLOSE LOAN-MASTER.

                   " TO THE EXISTING EXPOSURE"
           END-IF.

      * NO PARAMETER ROW FOR THE LOAN BOOK KEEPS THE CUTOFFS
      * ABOVE.
       LOAD-BUREAU-CUTOFFS.
           OPEN INPUT BUREAU-PARMS
           IF WS-CRBPARM-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LOANELIG" "CRBPARM"
                   WS-CRBPARM-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "LN" TO CBP-PRODUCT
               READ BUREAU-PARMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBP-DECLINE-SCORE TO DECLINE-SCORE
                       MOVE CBP-REFER-SCORE   TO REFER-SCORE
                       MOVE CBP-REFER-DELINQUENCY
                           TO REFER-DELINQUENCY
                       MOVE CBP-MAX-DSR-PCT   TO MAX-DEBT-SERVICE-PCT
                       MOVE CBP-MAX-RESPONSE-DAYS
                           TO MAX-RESPONSE-DAYS
               END-READ
               CLOSE BUREAU-PARMS
           END-IF.

      * A REPORT BACK FROM THE BUREAU WITHIN THE MAXIMUM AGE IS
      * USED; AN INQUIRY ALREADY SENT IN THAT TIME IS WAITED ON.
      * ANYTHING ELSE SENDS A FRESH INQUIRY.
       CHECK-BUREAU-REPORT.
           MOVE SPACE TO WS-BUREAU-FLAG
           OPEN I-O BUREAU-RESPONSE-FILE
           IF WS-CRBRESP-STATUS = "35"
               OPEN OUTPUT BUREAU-RESPONSE-FILE
               CLOSE BUREAU-RESPONSE-FILE
               OPEN I-O BUREAU-RESPONSE-FILE
           END-IF
           CALL "FILERR" USING "LOANELIG" "CRBRESP" WS-CRBRESP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE CUSTOMER-ID TO CBS-CUSTOMER-ID
           READ BUREAU-RESPONSE-FILE
               INVALID KEY
                   PERFORM SEND-BUREAU-INQUIRY
                   WRITE BUREAU-RESPONSE-RECORD
               NOT INVALID KEY
                   IF CBS-RESPONSE-LOADED
                       COMPUTE WS-REPORT-AGE = FUNCTION
                           INTEGER-OF-DATE(WS-TS-DATE) - FUNCTION
                           INTEGER-OF-DATE(CBS-RESPONSE-DATE)
                   ELSE
                       COMPUTE WS-REPORT-AGE = FUNCTION
                           INTEGER-OF-DATE(WS-TS-DATE) - FUNCTION
                           INTEGER-OF-DATE(CBS-INQUIRY-DATE)
                   END-IF
                   IF WS-REPORT-AGE > MAX-RESPONSE-DAYS
                       PERFORM SEND-BUREAU-INQUIRY
                       REWRITE BUREAU-RESPONSE-RECORD
                   ELSE
                       MOVE CBS-STATUS TO WS-BUREAU-FLAG
                   END-IF
           END-READ
           CALL "FILERR" USING "LOANELIG" "CRBRESP" WS-CRBRESP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE BUREAU-RESPONSE-FILE

           IF WS-BUREAU-ON-FILE
               DISPLAY "BUREAU SCORE " CBS-SCORE " OPEN FACILITIES "
                   CBS-OPEN-FACILITIES " WORST DELINQUENCY "
                   CBS-WORST-DELINQUENCY
               IF CBS-EXT-EXPOSURE > 0
                   ADD CBS-EXT-EXPOSURE TO EXISTING-LOAN-BALANCE
                       ON SIZE ERROR
                           MOVE 999999999 TO EXISTING-LOAN-BALANCE
                   END-ADD
                   DISPLAY "OTHER-LENDER BORROWING ADDS "
                       CBS-EXT-EXPOSURE " TO THE EXISTING EXPOSURE"
               END-IF
           END-IF.

      * THE INQUIRY GOES OUT ON CRBINQ WITH THE CUSTOMER'S IDENTITY;
      * THE CRBRESP ROW IS RESET TO WAIT FOR THE ANSWER.
       SEND-BUREAU-INQUIRY.
           INITIALIZE BUREAU-RESPONSE-RECORD
           MOVE CUSTOMER-ID TO CBS-CUSTOMER-ID
           MOVE WS-TS-DATE  TO CBS-INQUIRY-DATE
           SET CBS-INQUIRY-SENT TO TRUE
           SET WS-BUREAU-AWAITED TO TRUE

           MOVE CUSTOMER-ID        TO CBQ-CUSTOMER-ID
           MOVE REQUESTED-LOAN-AMT TO CBQ-REQUESTED-AMT
           MOVE WS-TS-DATE         TO CBQ-INQUIRY-DATE
           MOVE SPACES             TO CBQ-CUSTOMER-NAME
           MOVE 0                  TO CBQ-DATE-OF-BIRTH
           MOVE SPACES             TO CBQ-ADDRESS
           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "LOANELIG" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO CBQ-CUSTOMER-NAME
                   MOVE CUM-DATE-OF-BIRTH TO CBQ-DATE-OF-BIRTH
                   MOVE CUM-ADDRESS       TO CBQ-ADDRESS
           END-READ
           CLOSE CUSTOMER-MASTER

           OPEN EXTEND BUREAU-INQUIRY
           IF WS-CRBINQ-STATUS = "35"
               OPEN OUTPUT BUREAU-INQUIRY
           END-IF
           CALL "FILERR" USING "LOANELIG" "CRBINQ" WS-CRBINQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           WRITE BUREAU-INQUIRY-RECORD
           CLOSE BUREAU-INQUIRY
           DISPLAY "BUREAU INQUIRY SENT FOR " CUSTOMER-ID.

      * MONTHLY DEBT SERVICE AS A PERCENTAGE OF INCOME - OUR OWN
      * INSTALLMENT, WHAT THE BUREAU SAYS GOES TO OTHER LENDERS,
      * AND THE NEW LOAN'S PRINCIPAL SPREAD OVER ITS TENURE.
       COMPUTE-DEBT-SERVICE.
           IF LOAN-TENURE-YEARS > 0
               COMPUTE PROPOSED-MONTHLY-EMI ROUNDED =
                   REQUESTED-LOAN-AMT / (LOAN-TENURE-YEARS * 12)
           ELSE
               MOVE REQUESTED-LOAN-AMT TO PROPOSED-MONTHLY-EMI
           END-IF
           IF MONTHLY-INCOME = 0
               MOVE 99999.99 TO DEBT-SERVICE-PCT
           ELSE
               IF WS-BUREAU-ON-FILE
                   COMPUTE DEBT-SERVICE-PCT ROUNDED =
                       (OWN-MONTHLY-EMI + CBS-EXT-MONTHLY-PAY
                        + PROPOSED-MONTHLY-EMI) * 100 / MONTHLY-INCOME
                       ON SIZE ERROR
                           MOVE 99999.99 TO DEBT-SERVICE-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE DEBT-SERVICE-PCT ROUNDED =
                       (OWN-MONTHLY-EMI + PROPOSED-MONTHLY-EMI)
                       * 100 / MONTHLY-INCOME
                       ON SIZE ERROR
                           MOVE 99999.99 TO DEBT-SERVICE-PCT
                   END-COMPUTE
               END-IF
           END-IF
           DISPLAY "DEBT-SERVICE RATIO " DEBT-SERVICE-PCT " PERCENT".

       MAKE-DECISION.
           MOVE SPACES TO DECISION-REASON
           EVALUATE TRUE
               WHEN AGE < MIN-LOAN-AGE
                 OR AGE-AT-MATURITY > MAX-AGE-AT-MATURITY
                   MOVE "REJECTED" TO DECISION
                   MOVE "AGE" TO DECISION-REASON
               WHEN WS-BUREAU-ON-FILE AND CBS-SCORE < DECLINE-SCORE
                   MOVE "REJECTED" TO DECISION
                   MOVE "BUREAU SCORE" TO DECISION-REASON
               WHEN MONTHLY-INCOME < MIN-MONTHLY-INCOME
                 OR EXISTING-LOAN-BALANCE > MAX-EXISTING-LOAN-BAL
                   MOVE "REFER-TO-MANAGER" TO DECISION
                   MOVE "INCOME OR EXPOSURE" TO DECISION-REASON
               WHEN WS-BUREAU-ON-FILE AND CBS-SCORE < REFER-SCORE
                   MOVE "REFER-TO-MANAGER" TO DECISION
                   MOVE "BUREAU SCORE" TO DECISION-REASON
               WHEN WS-BUREAU-ON-FILE
                AND CBS-WORST-DELINQUENCY NOT < REFER-DELINQUENCY
                   MOVE "REFER-TO-MANAGER" TO DECISION
                   MOVE "BUREAU DELINQUENCY" TO DECISION-REASON
               WHEN DEBT-SERVICE-PCT > MAX-DEBT-SERVICE-PCT
                   MOVE "REFER-TO-MANAGER" TO DECISION
                   MOVE "DEBT SERVICE" TO DECISION-REASON
               WHEN WS-BUREAU-AWAITED
                   MOVE "AWAITING-BUREAU" TO DECISION
                   MOVE "BUREAU INQUIRY OUT" TO DECISION-REASON
               WHEN OTHER
                   MOVE "ELIGIBLE" TO DECISION
           END-EVALUATE.

       WRITE-DECISION-LOG.
           INITIALIZE LOAN-DECISION-LOG-RECORD
           MOVE WS-TIMESTAMP          TO LDL-TIMESTAMP
           MOVE CUSTOMER-ID           TO LDL-CUSTOMER-ID
           MOVE REQUESTED-LOAN-AMT    TO LDL-REQUESTED-AMT
           MOVE MONTHLY-INCOME        TO LDL-MONTHLY-INCOME
           MOVE EXISTING-LOAN-BALANCE TO LDL-EXISTING-BALANCE
           MOVE DEBT-SERVICE-PCT      TO LDL-DEBT-SERVICE-PCT
           MOVE DECISION              TO LDL-DECISION
           MOVE DECISION-REASON       TO LDL-REASON
           MOVE WS-BUREAU-FLAG        TO LDL-BUREAU-STATUS
           IF WS-BUREAU-ON-FILE
               MOVE CBS-RESPONSE-DATE     TO LDL-RESPONSE-DATE
               MOVE CBS-SCORE             TO LDL-SCORE
               MOVE CBS-EXT-EXPOSURE      TO LDL-EXT-EXPOSURE
               MOVE CBS-EXT-MONTHLY-PAY   TO LDL-EXT-MONTHLY-PAY
               MOVE CBS-OPEN-FACILITIES   TO LDL-OPEN-FACILITIES
               MOVE CBS-WORST-DELINQUENCY TO LDL-WORST-DELINQUENCY
           END-IF
           MOVE DECLINE-SCORE         TO LDL-DECLINE-SCORE
           MOVE REFER-SCORE           TO LDL-REFER-SCORE
           MOVE REFER-DELINQUENCY     TO LDL-REFER-DELINQUENCY
           MOVE MAX-DEBT-SERVICE-PCT  TO LDL-MAX-DSR-PCT

           OPEN EXTEND LOAN-DECISION-LOG
           IF WS-LNDECLOG-STATUS = "35"
               OPEN OUTPUT LOAN-DECISION-LOG
           END-IF
           CALL "FILERR" USING "LOANELIG" "LNDECLOG" WS-LNDECLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           WRITE LOAN-DECISION-LOG-RECORD
           CLOSE LOAN-DECISION-LOG.
