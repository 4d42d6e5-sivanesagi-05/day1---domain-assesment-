       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBEXTR.

      *****************************************************
      * Month-end credit bureau extract for the loan book.   *
      * One detail per loan still on the book, and per loan   *
      * closed this month, in the bureau's fixed layout        *
      * (CRBEXT): borrower identity off CUSTMAST, sanctioned    *
      * amount, outstanding balance, days past due and amount    *
      * overdue from the schedule as LOANPOST has aged it, a      *
      * 24-month installment history, the non-accrual status off   *
      * LNACCRL, pledged collateral off COLLREG and active          *
      * guarantees off GUARREG. An installment cleared by an         *
      * LNSETTLE payoff marks the loan settled; one superseded by     *
      * LNRESTR marks it restructured; one taken off book by LNWRTOFF  *
      * marks it written off, reported in the month it was written     *
      * off. The bureau's acknowledgment of last month's file comes in *
      * on CRBACK - every rejected loan is listed on CRBREJ and sent   *
      * again this month flagged as a resubmission, even if it has     *
      * since closed.                                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LNACCRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT COLLATERAL-REGISTER ASSIGN TO "COLLREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COL-KEY
               FILE STATUS WS-COLLREG-STATUS.

           SELECT GUARANTOR-REGISTER ASSIGN TO "GUARREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GUA-KEY
               FILE STATUS WS-GUARREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT BUREAU-ACKNOWLEDGMENT ASSIGN TO "CRBACK.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBACK-STATUS.

           SELECT BUREAU-EXTRACT ASSIGN TO "CRBEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBEXT-STATUS.

           SELECT REJECT-REPORT ASSIGN TO "CRBREJ.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CRBREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  COLLATERAL-REGISTER.
       COPY "COLLREG.cpy".

       FD  GUARANTOR-REGISTER.
       COPY "GUARREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

      * THE BUREAU'S ACKNOWLEDGMENT LAYOUT: HEADER, ONE DETAIL PER
      * LOAN SUBMITTED (A = ACCEPTED, R = REJECTED WITH A REASON),
      * AND A TRAILER. ONLY REJECTED DETAILS ARE ACTED ON.
       FD  BUREAU-ACKNOWLEDGMENT.
       01 BUREAU-ACK-RECORD.
          05 CBA-RECORD-TYPE        PIC X(3).
             88 CBA-DETAIL          VALUE "DTL".
          05 CBA-REPORT-MONTH       PIC X(6).
          05 CBA-ACCOUNT-REF        PIC X(8).
          05 CBA-ACCOUNT-REF-N REDEFINES CBA-ACCOUNT-REF
                                    PIC 9(8).
          05 CBA-RESULT             PIC X.
             88 CBA-REJECTED        VALUE "R".
          05 CBA-REJECT-CODE        PIC X(4).
          05 CBA-REJECT-TEXT        PIC X(40).
          05 FILLER                 PIC X(38).

       FD  BUREAU-EXTRACT.
       COPY "CRBEXT.cpy".

       FD  REJECT-REPORT.
       01 REJECT-REPORT-LINE.
          05 CRJ-REPORT-MONTH       PIC X(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRJ-ACCOUNT-REF        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRJ-BORROWER-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRJ-REJECT-CODE        PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRJ-REJECT-TEXT        PIC X(40).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CRJ-ACTION             PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-COLLREG-STATUS   PIC XX.
       01 WS-GUARREG-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-CRBACK-STATUS    PIC XX.
       01 WS-CRBEXT-STATUS    PIC XX.
       01 WS-CRBREJ-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOANS     VALUE "Y".
       01 WS-ACK-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-ACK       VALUE "Y".
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-SUB-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-SUBFILE   VALUE "Y".
       01 WS-MEMBER-CODE      PIC X(10).
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-LATE-DAYS        PIC S9(5).
       01 WS-LATE-STEP        PIC 9(3).
       01 WS-OLDEST-DUE       PIC 9(8).
       01 WS-AMOUNT-OVERDUE   PIC 9(9)V99.
       01 WS-LAST-PAID-DATE   PIC 9(8).
       01 WS-SETTLED-FLAG     PIC X.
          88 WS-LOAN-SETTLED  VALUE "Y".
       01 WS-RESTRUCTURED-FLAG PIC X.
          88 WS-LOAN-RESTRUCTURED VALUE "Y".
       01 WS-WRITTEN-OFF-FLAG PIC X.
          88 WS-LOAN-WRITTEN-OFF VALUE "Y".
       01 WS-WRITEOFF-DATE    PIC 9(8).
       01 WS-REPORT-FLAG      PIC X.
          88 WS-REPORT-LOAN   VALUE "Y".
       01 WS-RESUBMIT-FLAG    PIC X.
          88 WS-RESUBMIT-LOAN VALUE "Y".
       01 WS-HIST-COUNT       PIC 9(4).
       01 WS-HIST-TABLE.
          05 WS-HIST-CODE     PIC X      OCCURS 999 TIMES.
       01 WS-REJECT-COUNT     PIC 9(4)   VALUE 0.
       01 WS-REJECT-TABLE.
          05 WS-REJECT-ENTRY OCCURS 2000 TIMES.
             10 WSR-ACCOUNT-REF     PIC 9(8).
             10 WSR-REJECT-CODE     PIC X(4).
             10 WSR-REJECT-TEXT     PIC X(40).
             10 WSR-REPORT-MONTH    PIC X(6).
             10 WSR-SENT-FLAG       PIC X.
                88 WSR-SENT         VALUE "Y".
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-RESUBMIT-COUNT   PIC 9(7)   VALUE 0.
       01 WS-BALANCE-TOTAL    PIC 9(13)  VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER BUREAU MEMBER CODE: ".
           ACCEPT WS-MEMBER-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-BUREAU-REJECTS
           PERFORM WRITE-HEADER-RECORD

           PERFORM READ-NEXT-LOAN
           PERFORM UNTIL END-OF-LOANS
               PERFORM EXTRACT-ONE-LOAN
               PERFORM READ-NEXT-LOAN
           END-PERFORM

           PERFORM REPORT-REJECTS
           PERFORM WRITE-TRAILER-RECORD

           DISPLAY "CREDIT BUREAU EXTRACT COMPLETE - "
               WS-DETAIL-COUNT " LOAN(S) REPORTED, "
               WS-RESUBMIT-COUNT " RESUBMITTED OF "
               WS-REJECT-COUNT " REJECTED LAST MONTH"

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-ACCRUAL-FILE
           CLOSE COLLATERAL-REGISTER
           CLOSE GUARANTOR-REGISTER
           CLOSE CUSTOMER-MASTER
           CLOSE BUREAU-EXTRACT
           CLOSE REJECT-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               DISPLAY "NO LOAN MASTER - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "CRBEXTR " "LOANMAST"
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           IF WS-LOANSCHD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CRBEXTR " "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LOAN-ACCRUAL-FILE
           IF WS-LNACCRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CRBEXTR " "LNACCRL"
                   WS-LNACCRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT COLLATERAL-REGISTER
           IF WS-COLLREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CRBEXTR " "COLLREG"
                   WS-COLLREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT GUARANTOR-REGISTER
           IF WS-GUARREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CRBEXTR " "GUARREG"
                   WS-GUARREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "CRBEXTR " "CUSTMAST"
               WS-CUSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-EXTRACT
           CALL "FILERR" USING "CRBEXTR " "CRBEXT"
               WS-CRBEXT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-REPORT
           CALL "FILERR" USING "CRBEXTR " "CRBREJ"
               WS-CRBREJ-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * NO ACKNOWLEDGMENT ON FILE (FIRST MONTH, OR NOT YET BACK
      * FROM THE BUREAU) MEANS NOTHING TO RESUBMIT.
       LOAD-BUREAU-REJECTS.
           OPEN INPUT BUREAU-ACKNOWLEDGMENT
           IF WS-CRBACK-STATUS = "35"
               DISPLAY "NO BUREAU ACKNOWLEDGMENT ON FILE"
           ELSE
               CALL "FILERR" USING "CRBEXTR " "CRBACK"
                   WS-CRBACK-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-ACK
                   READ BUREAU-ACKNOWLEDGMENT
                       AT END SET END-OF-ACK TO TRUE
                       NOT AT END
                           IF CBA-DETAIL AND CBA-REJECTED
                               PERFORM STORE-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUREAU-ACKNOWLEDGMENT
           END-IF.

       STORE-ONE-REJECT.
           IF CBA-ACCOUNT-REF IS NOT NUMERIC
               MOVE CBA-REPORT-MONTH TO CRJ-REPORT-MONTH
               MOVE CBA-ACCOUNT-REF  TO CRJ-ACCOUNT-REF
               MOVE SPACES           TO CRJ-BORROWER-NAME
               MOVE CBA-REJECT-CODE  TO CRJ-REJECT-CODE
               MOVE CBA-REJECT-TEXT  TO CRJ-REJECT-TEXT
               MOVE "UNREADABLE"     TO CRJ-ACTION
               WRITE REJECT-REPORT-LINE
           ELSE
               IF WS-REJECT-COUNT < 2000
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE CBA-ACCOUNT-REF-N
                       TO WSR-ACCOUNT-REF(WS-REJECT-COUNT)
                   MOVE CBA-REJECT-CODE
                       TO WSR-REJECT-CODE(WS-REJECT-COUNT)
                   MOVE CBA-REJECT-TEXT
                       TO WSR-REJECT-TEXT(WS-REJECT-COUNT)
                   MOVE CBA-REPORT-MONTH
                       TO WSR-REPORT-MONTH(WS-REJECT-COUNT)
                   MOVE "N" TO WSR-SENT-FLAG(WS-REJECT-COUNT)
               ELSE
                   DISPLAY "REJECT TABLE FULL - " CBA-ACCOUNT-REF
                       " NOT RESUBMITTED"
               END-IF
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END SET END-OF-LOANS TO TRUE
           END-READ.

      * A LOAN STILL OWING IS REPORTED EVERY MONTH; A PAID-OFF ONE
      * ONLY IN THE MONTH IT CLOSED, UNLESS THE BUREAU BOUNCED IT.
       EXTRACT-ONE-LOAN.
           MOVE "N" TO WS-RESUBMIT-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REJECT-COUNT
               IF WSR-ACCOUNT-REF(I) = LNM-CUSTOMER-ID
                   SET WS-RESUBMIT-LOAN TO TRUE
                   SET WSR-SENT(I) TO TRUE
               END-IF
           END-PERFORM

           PERFORM SCAN-THE-SCHEDULE

           MOVE "N" TO WS-REPORT-FLAG
           IF LNM-EXISTING-LOAN-BAL > 0
              OR WS-LAST-PAID-DATE(1:6) = WS-TS-MONTH
              OR WS-WRITEOFF-DATE(1:6) = WS-TS-MONTH
              OR WS-RESUBMIT-LOAN
               SET WS-REPORT-LOAN TO TRUE
           END-IF

           IF WS-REPORT-LOAN
               PERFORM BUILD-DETAIL-RECORD
               WRITE CREDIT-BUREAU-RECORD
               CALL "FILERR" USING "CRBEXTR " "CRBEXT"
                   WS-CRBEXT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               ADD LNM-EXISTING-LOAN-BAL TO WS-BALANCE-TOTAL
               IF WS-RESUBMIT-LOAN
                   ADD 1 TO WS-RESUBMIT-COUNT
               END-IF
           END-IF.

      * ONE PASS OVER THE LOAN'S INSTALLMENTS: OLDEST UNPAID DUE
      * DATE AND AMOUNT OVERDUE, SETTLED/RESTRUCTURED MARKERS, THE
      * LAST PAYMENT DATE, AND ONE HISTORY CODE PER INSTALLMENT
      * FALLEN DUE. LATENESS IS MEASURED TO THE PAYMENT DATE, OR
      * TO TODAY IF STILL UNPAID.
       SCAN-THE-SCHEDULE.
           MOVE 0   TO WS-OLDEST-DUE
           MOVE 0   TO WS-AMOUNT-OVERDUE
           MOVE 0   TO WS-LAST-PAID-DATE
           MOVE 0   TO WS-HIST-COUNT
           MOVE "N" TO WS-SETTLED-FLAG
           MOVE "N" TO WS-RESTRUCTURED-FLAG
           MOVE "N" TO WS-WRITTEN-OFF-FLAG
           MOVE 0   TO WS-WRITEOFF-DATE
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
                               PERFORM SCAN-ONE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCAN-ONE-INSTALLMENT.
           IF LSC-INSTALL-SUPERSEDED
               SET WS-LOAN-RESTRUCTURED TO TRUE
           ELSE
               IF LSC-INSTALL-SETTLED
                   SET WS-LOAN-SETTLED TO TRUE
               END-IF
               IF LSC-INSTALL-WRITTEN-OFF
                   SET WS-LOAN-WRITTEN-OFF TO TRUE
                   MOVE LSC-PAID-DATE TO WS-WRITEOFF-DATE
               END-IF
               IF (LSC-INSTALL-PAID OR LSC-INSTALL-SETTLED)
                  AND LSC-PAID-DATE > WS-LAST-PAID-DATE
                   MOVE LSC-PAID-DATE TO WS-LAST-PAID-DATE
               END-IF
               IF LSC-INSTALL-OPEN AND LSC-DUE-DATE < WS-TS-DATE
                   IF WS-OLDEST-DUE = 0
                       MOVE LSC-DUE-DATE TO WS-OLDEST-DUE
                   END-IF
                   COMPUTE WS-AMOUNT-OVERDUE = WS-AMOUNT-OVERDUE
                       + LSC-EMI-AMOUNT - LSC-COLLECTED-AMT
               END-IF
               IF LSC-DUE-DATE NOT > WS-TS-DATE
                  AND WS-HIST-COUNT < 999
                   ADD 1 TO WS-HIST-COUNT
                   PERFORM CODE-ONE-INSTALLMENT
               END-IF
           END-IF.

       CODE-ONE-INSTALLMENT.
           IF (LSC-INSTALL-PAID OR LSC-INSTALL-SETTLED)
              AND LSC-PAID-DATE > 0
               COMPUTE WS-LATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(LSC-PAID-DATE)
                   - FUNCTION INTEGER-OF-DATE(LSC-DUE-DATE)
           ELSE
               COMPUTE WS-LATE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(LSC-DUE-DATE)
           END-IF
           IF WS-LATE-DAYS < 0
               MOVE 0 TO WS-LATE-DAYS
           END-IF
           COMPUTE WS-LATE-STEP = WS-LATE-DAYS / 30
           IF WS-LATE-STEP > 6
               MOVE 6 TO WS-LATE-STEP
           END-IF
           MOVE WS-LATE-STEP(3:1) TO WS-HIST-CODE(WS-HIST-COUNT).

       BUILD-DETAIL-RECORD.
           MOVE SPACES TO CREDIT-BUREAU-RECORD
           SET CBR-DETAIL TO TRUE
           MOVE WS-TS-MONTH           TO CBR-REPORT-MONTH
           MOVE LNM-CUSTOMER-ID       TO CBR-ACCOUNT-REF
           MOVE LNM-OPEN-DATE         TO CBR-OPEN-DATE
           MOVE LNM-PRINCIPAL         TO CBR-SANCTIONED-AMT
           MOVE LNM-EXISTING-LOAN-BAL TO CBR-OUTSTANDING-BAL
           MOVE LNM-MONTHLY-EMI       TO CBR-EMI-AMOUNT
           MOVE WS-AMOUNT-OVERDUE     TO CBR-AMOUNT-OVERDUE

           MOVE LNM-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CBR-BORROWER-NAME
                   MOVE 0      TO CBR-DATE-OF-BIRTH
                   MOVE SPACES TO CBR-ADDRESS
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME   TO CBR-BORROWER-NAME
                   MOVE CUM-DATE-OF-BIRTH   TO CBR-DATE-OF-BIRTH
                   MOVE CUM-ADDRESS         TO CBR-ADDRESS
           END-READ

           IF WS-OLDEST-DUE = 0
               MOVE 0 TO CBR-DAYS-PAST-DUE
           ELSE
               COMPUTE CBR-DAYS-PAST-DUE = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
           END-IF

           MOVE ALL "B" TO CBR-PAYMENT-HISTORY
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 24 OR J > WS-HIST-COUNT
               COMPUTE I = WS-HIST-COUNT - J + 1
               MOVE WS-HIST-CODE(I) TO CBR-PAYMENT-HISTORY(J:1)
           END-PERFORM

           EVALUATE TRUE
               WHEN LNM-EXISTING-LOAN-BAL > 0
                   SET CBR-STATUS-OPEN TO TRUE
               WHEN WS-LOAN-WRITTEN-OFF
                   SET CBR-STATUS-WRITTEN-OFF TO TRUE
               WHEN WS-LOAN-SETTLED
                   SET CBR-STATUS-SETTLED TO TRUE
               WHEN OTHER
                   SET CBR-STATUS-CLOSED TO TRUE
           END-EVALUATE
           IF WS-LOAN-RESTRUCTURED
               MOVE "Y" TO CBR-RESTRUCTURED
           ELSE
               MOVE "N" TO CBR-RESTRUCTURED
           END-IF

           MOVE "N" TO CBR-NON-ACCRUAL
           IF WS-LNACCRL-STATUS NOT = "35"
               MOVE LNM-CUSTOMER-ID TO LNA-CUSTOMER-ID
               READ LOAN-ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LNA-NON-ACCRUAL
                           MOVE "Y" TO CBR-NON-ACCRUAL
                       END-IF
               END-READ
           END-IF

           PERFORM ADD-UP-COLLATERAL
           PERFORM ADD-UP-GUARANTEES

           IF WS-RESUBMIT-LOAN
               MOVE "Y" TO CBR-RESUBMITTED
           ELSE
               MOVE "N" TO CBR-RESUBMITTED
           END-IF.

       ADD-UP-COLLATERAL.
           MOVE 0 TO CBR-COLLATERAL-COUNT
           MOVE 0 TO CBR-COLLATERAL-VALUE
           IF WS-COLLREG-STATUS NOT = "35"
               MOVE "N" TO WS-SUB-EOF-FLAG
               MOVE LNM-CUSTOMER-ID TO COL-CUSTOMER-ID
               MOVE 0 TO COL-COLLATERAL-NO
               START COLLATERAL-REGISTER KEY IS NOT LESS THAN COL-KEY
                   INVALID KEY SET END-OF-SUBFILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-SUBFILE
                   READ COLLATERAL-REGISTER NEXT RECORD
                       AT END SET END-OF-SUBFILE TO TRUE
                       NOT AT END
                           IF COL-CUSTOMER-ID NOT = LNM-CUSTOMER-ID
                               SET END-OF-SUBFILE TO TRUE
                           ELSE
                               IF COL-PLEDGED
                                   ADD 1 TO CBR-COLLATERAL-COUNT
                                   ADD COL-VALUE
                                       TO CBR-COLLATERAL-VALUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * GUARREG IS KEYED GUARANTOR FIRST, SO FINDING A BORROWER'S
      * GUARANTORS MEANS READING IT THROUGH, AS DELQRPT DOES.
       ADD-UP-GUARANTEES.
           MOVE 0 TO CBR-GUARANTOR-COUNT
           MOVE 0 TO CBR-GUARANTEED-AMT
           IF WS-GUARREG-STATUS NOT = "35"
               MOVE "N" TO WS-SUB-EOF-FLAG
               MOVE 0 TO GUA-GUARANTOR-ID
               MOVE 0 TO GUA-BORROWER-ID
               START GUARANTOR-REGISTER KEY IS NOT LESS THAN GUA-KEY
                   INVALID KEY SET END-OF-SUBFILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-SUBFILE
                   READ GUARANTOR-REGISTER NEXT RECORD
                       AT END SET END-OF-SUBFILE TO TRUE
                       NOT AT END
                           IF GUA-GUARANTEE-ACTIVE
                              AND GUA-BORROWER-ID = LNM-CUSTOMER-ID
                               ADD 1 TO CBR-GUARANTOR-COUNT
                               ADD GUA-GUARANTEE-AMT
                                   TO CBR-GUARANTEED-AMT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * EVERY REJECT IS LISTED - RESUBMITTED IF THE LOAN IS STILL
      * ON THE BOOK, OTHERWISE LEFT FOR LOAN OPERATIONS TO CHASE.
       REPORT-REJECTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REJECT-COUNT
               MOVE WSR-REPORT-MONTH(I) TO CRJ-REPORT-MONTH
               MOVE WSR-ACCOUNT-REF(I)  TO CRJ-ACCOUNT-REF
               MOVE WSR-REJECT-CODE(I)  TO CRJ-REJECT-CODE
               MOVE WSR-REJECT-TEXT(I)  TO CRJ-REJECT-TEXT
               MOVE WSR-ACCOUNT-REF(I)  TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CRJ-BORROWER-NAME
                   NOT INVALID KEY
                       MOVE CUM-CUSTOMER-NAME TO CRJ-BORROWER-NAME
               END-READ
               IF WSR-SENT(I)
                   MOVE "RESUBMITTED" TO CRJ-ACTION
               ELSE
                   MOVE "NOT ON BOOK" TO CRJ-ACTION
               END-IF
               WRITE REJECT-REPORT-LINE
           END-PERFORM.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO CREDIT-BUREAU-RECORD
           SET CBR-HEADER TO TRUE
           MOVE WS-MEMBER-CODE TO CBH-MEMBER-CODE
           MOVE WS-TS-MONTH    TO CBH-REPORT-MONTH
           MOVE WS-TS-DATE     TO CBH-CREATED-DATE
           WRITE CREDIT-BUREAU-RECORD
           CALL "FILERR" USING "CRBEXTR " "CRBEXT"
               WS-CRBEXT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO CREDIT-BUREAU-RECORD
           SET CBR-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT  TO CBT-RECORD-COUNT
           MOVE WS-BALANCE-TOTAL TO CBT-BALANCE-TOTAL
           WRITE CREDIT-BUREAU-RECORD
           CALL "FILERR" USING "CRBEXTR " "CRBEXT"
               WS-CRBEXT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
