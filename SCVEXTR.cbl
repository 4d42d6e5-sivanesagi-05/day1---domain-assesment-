       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVEXTR.

      *****************************************************
      * Deposit-insurance single-customer view, run on the   *
      * insurer's demand and for the quarterly premium        *
      * return. Every eligible deposit - a credit balance on   *
      * an account not closed - is valued in home currency with *
      * interest accrued to date (ACCRUAL for demand and savings *
      * money, the contract rate for an open TERMDEP deposit),    *
      * shared equally among the active owners on ACCTOWN, and     *
      * gathered per customer by ownership capacity on a work file. *
      * The second pass applies the coverage limit per customer and  *
      * writes the insurer's file (SCVREC) with frozen accounts and   *
      * DECREG deceased depositors flagged, then the insured and       *
      * uninsured totals on SCVSUM.                                    *
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

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TDP-ACCOUNT-NUMBER
               FILE STATUS WS-TERMDEP-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACR-ACCOUNT-NUMBER
               FILE STATUS WS-ACCRUAL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT SCV-WORK-FILE ASSIGN TO "SCVWORK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SCW-KEY
               FILE STATUS WS-SCVWORK-STATUS.

           SELECT INSURER-EXTRACT ASSIGN TO "SCVREC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SCVREC-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO "SCVSUM.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SCVSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD  ACCRUAL-FILE.
       COPY "ACCRUAL.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

      * ONE ROW PER CUSTOMER PER OWNERSHIP CAPACITY, REBUILT
      * FROM EMPTY EVERY RUN.
       FD  SCV-WORK-FILE.
       01 SCV-WORK-RECORD.
          05 SCW-KEY.
             10 SCW-CUSTOMER-ID     PIC 9(8).
             10 SCW-CAPACITY        PIC X(3).
          05 SCW-ACCOUNT-COUNT      PIC 9(5).
          05 SCW-PRINCIPAL          PIC 9(13)V99.
          05 SCW-ACCRUED-INT        PIC 9(11)V99.
          05 SCW-FROZEN-FLAG        PIC X.

       FD  INSURER-EXTRACT.
       COPY "SCVREC.cpy".

       FD  SUMMARY-REPORT.
       01 SUMMARY-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-TERMDEP-STATUS   PIC XX.
       01 WS-ACCRUAL-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-SCVWORK-STATUS   PIC XX.
       01 WS-SCVREC-STATUS    PIC XX.
       01 WS-SCVSUM-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-OWNER-EOF-FLAG   PIC X.
          88 END-OF-OWNERS    VALUE "Y".
       01 WS-INSTITUTION-CODE PIC X(10).
       01 WS-LIMIT-INPUT      PIC X(9).
       01 WS-LIMIT-INPUT-N REDEFINES WS-LIMIT-INPUT
                              PIC 9(9).
       01 WS-COVERAGE-LIMIT   PIC 9(9)V99.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DAYS-LEFT        PIC S9(7).
       01 WS-DAYS-ACCRUED     PIC S9(7).
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-FX-HOME-AMT      PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-CONTRACT-FLAG    PIC X.
          88 WS-OPEN-CONTRACT VALUE "Y".
       01 WS-ACCOUNT-INTEREST PIC S9(11)V99.
       01 WS-HOME-PRINCIPAL   PIC S9(11)V99.
       01 WS-HOME-INTEREST    PIC S9(11)V99.
       01 WS-SHARE-PRINCIPAL  PIC S9(11)V99.
       01 WS-SHARE-INTEREST   PIC S9(11)V99.
       01 WS-CAPACITY         PIC X(3).
       01 WS-OWNER-COUNT      PIC 9(2).
       01 WS-OWNER-TABLE.
          05 WS-OWNER-ID      PIC 9(8)   OCCURS 10 TIMES.
       01 I                   PIC 9(2).
      * THE CAPACITY ROWS OF THE CUSTOMER IN HAND ON THE SECOND
      * PASS - HELD SO THE CUS RECORD CAN GO OUT AHEAD OF THEM.
       01 WS-CURRENT-CUSTOMER PIC 9(8).
       01 WS-ROW-COUNT        PIC 9.
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 5 TIMES.
             10 WSR-CAPACITY        PIC X(3).
             10 WSR-ACCOUNT-COUNT   PIC 9(5).
             10 WSR-PRINCIPAL       PIC 9(13)V99.
             10 WSR-ACCRUED-INT     PIC 9(11)V99.
             10 WSR-FROZEN-FLAG     PIC X.
       01 WS-CUSTOMER-TOTAL   PIC 9(13)V99.
       01 WS-INSURED-AMT      PIC 9(13)V99.
       01 WS-FROZEN-FLAG      PIC X.
       01 WS-CUSTOMER-COUNT   PIC 9(7)   VALUE 0.
       01 WS-DEPOSIT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-ACCOUNT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-OVER-LIMIT-COUNT PIC 9(7)   VALUE 0.
       01 WS-FROZEN-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DECEASED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-GRAND-TOTAL      PIC 9(15)V99 VALUE 0.
       01 WS-GRAND-INSURED    PIC 9(15)V99 VALUE 0.
       01 WS-GRAND-UNINSURED  PIC 9(15)V99 VALUE 0.
       01 WS-SUMMARY-COUNT-LINE.
          05 WSC-LABEL        PIC X(40).
          05 WSC-COUNT        PIC Z(6)9.
          05 FILLER           PIC X(33)  VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
          05 WSA-LABEL        PIC X(40).
          05 WSA-AMOUNT       PIC Z(14)9.99.
          05 FILLER           PIC X(22)  VALUE SPACES.
       01 WS-SUMMARY-TITLE-LINE.
          05 FILLER           PIC X(40)
                 VALUE "SINGLE CUSTOMER VIEW - INSURED DEPOSITS ".
          05 FILLER           PIC X(6)   VALUE "AS AT ".
          05 WST-DATE         PIC 9(8).
          05 FILLER           PIC X(26)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER INSTITUTION CODE: ".
           ACCEPT WS-INSTITUTION-CODE.
           DISPLAY "ENTER COVERAGE LIMIT PER DEPOSITOR: ".
           ACCEPT WS-LIMIT-INPUT.

           IF WS-LIMIT-INPUT NOT NUMERIC
              OR WS-LIMIT-INPUT-N = 0
               DISPLAY "INVALID COVERAGE LIMIT - " WS-LIMIT-INPUT
               STOP RUN
           END-IF
           MOVE WS-LIMIT-INPUT-N TO WS-COVERAGE-LIMIT

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES

           PERFORM GATHER-DEPOSITS
           PERFORM WRITE-HEADER-RECORD
           PERFORM WRITE-CUSTOMER-VIEW
           PERFORM WRITE-TRAILER-RECORD
           PERFORM WRITE-SUMMARY

           DISPLAY "SINGLE CUSTOMER VIEW COMPLETE - "
               WS-CUSTOMER-COUNT " DEPOSITOR(S), "
               WS-ACCOUNT-COUNT " ACCOUNT(S), "
               WS-OVER-LIMIT-COUNT " OVER THE LIMIT"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "SCVEXTR " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "SCVEXTR " "ACCTOWN"
               WS-ACCTOWN-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TERMDEP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "SCVEXTR " "TERMDEP"
               WS-TERMDEP-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "SCVEXTR " "ACCRUAL"
               WS-ACCRUAL-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "SCVEXTR " "CUSTMAST"
               WS-CUSTMAST-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "SCVEXTR " "DECREG"
               WS-DECREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT SCV-WORK-FILE
           CLOSE SCV-WORK-FILE
           OPEN I-O SCV-WORK-FILE
           CALL "FILERR" USING "SCVEXTR " "SCVWORK"
               WS-SCVWORK-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT INSURER-EXTRACT
           CALL "FILERR" USING "SCVEXTR " "SCVREC"
               WS-SCVREC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SUMMARY-REPORT
           CALL "FILERR" USING "SCVEXTR " "SCVSUM"
               WS-SCVSUM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ACCOUNT-MASTER
           IF WS-ACCTOWN-STATUS NOT = "35"
               CLOSE ACCOUNT-OWNERS
           END-IF
           IF WS-TERMDEP-STATUS NOT = "35"
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-ACCRUAL-STATUS NOT = "35"
               CLOSE ACCRUAL-FILE
           END-IF
           IF WS-CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-DECREG-STATUS NOT = "35"
               CLOSE DECEASED-REGISTER
           END-IF
           CLOSE SCV-WORK-FILE
           CLOSE INSURER-EXTRACT
           CLOSE SUMMARY-REPORT.

      * FIRST PASS - EVERY CREDIT BALANCE ON AN ACCOUNT NOT
      * CLOSED IS AN ELIGIBLE DEPOSIT. DORMANT AND FROZEN MONEY
      * IS STILL THE DEPOSITOR'S AND STILL COVERED.
       GATHER-DEPOSITS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER
               KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF ACM-BALANCE > 0
                          AND NOT ACM-ACCT-CLOSED
                           PERFORM GATHER-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       GATHER-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM FIND-ACCRUED-INTEREST

           MOVE ACM-BALANCE TO WS-FX-FROM-AMT
           PERFORM CONVERT-TO-HOME
           MOVE WS-FX-HOME-AMT TO WS-HOME-PRINCIPAL
           MOVE WS-ACCOUNT-INTEREST TO WS-FX-FROM-AMT
           PERFORM CONVERT-TO-HOME
           MOVE WS-FX-HOME-AMT TO WS-HOME-INTEREST

           PERFORM FIND-ACTIVE-OWNERS
           IF WS-OWNER-COUNT > 1
               MOVE "JNT" TO WS-CAPACITY
           ELSE
               MOVE "SGL" TO WS-CAPACITY
           END-IF

      * EQUAL SHARES, WITH THE ODD CENT LEFT BY THE DIVISION
      * GOING TO THE FIRST OWNER SO THE SHARES ADD BACK.
           COMPUTE WS-SHARE-PRINCIPAL =
               WS-HOME-PRINCIPAL / WS-OWNER-COUNT
           COMPUTE WS-SHARE-INTEREST =
               WS-HOME-INTEREST / WS-OWNER-COUNT
           PERFORM VARYING I FROM WS-OWNER-COUNT BY -1 UNTIL I < 1
               IF I = 1
                   COMPUTE WS-SHARE-PRINCIPAL = WS-HOME-PRINCIPAL
                       - WS-SHARE-PRINCIPAL * (WS-OWNER-COUNT - 1)
                   COMPUTE WS-SHARE-INTEREST = WS-HOME-INTEREST
                       - WS-SHARE-INTEREST * (WS-OWNER-COUNT - 1)
               END-IF
               PERFORM ADD-OWNER-SHARE
           END-PERFORM.

      * A TERM DEPOSIT EARNS ITS CONTRACT RATE, PAID BY TDMATUR
      * OR TDPAYOUT RATHER THAN CAPITALIZED OFF ACCRUAL - THE
      * INTEREST RUN SO FAR IS THE DAYS SINCE THE LAST PAYOUT,
      * OR SINCE THE TERM STARTED, AT SIMPLE INTEREST. ANY OTHER
      * ACCOUNT TAKES ITS ACCRUAL FIGURE, TO THE CENT.
       FIND-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCOUNT-INTEREST
           MOVE "N" TO WS-CONTRACT-FLAG
           IF WS-TERMDEP-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDP-CONTRACT-OPEN
                           MOVE "Y" TO WS-CONTRACT-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-OPEN-CONTRACT
               IF TDP-PAYOUT-MONTHLY
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(TDP-NEXT-PAYOUT-DATE)
                       - WS-TODAY-INTEGER
                   COMPUTE WS-DAYS-ACCRUED = 30 - WS-DAYS-LEFT
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE)
                       - WS-TODAY-INTEGER
                   COMPUTE WS-DAYS-ACCRUED =
                       TDP-TERM-MONTHS * 365 / 12 - WS-DAYS-LEFT
               END-IF
               IF WS-DAYS-ACCRUED > 0
                   COMPUTE WS-ACCOUNT-INTEREST ROUNDED =
                       ACM-BALANCE * TDP-CONTRACT-RATE
                       * WS-DAYS-ACCRUED / 36500
               END-IF
           ELSE
               IF WS-ACCRUAL-STATUS NOT = "35"
                   MOVE ACM-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
                   READ ACCRUAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ACCOUNT-INTEREST ROUNDED =
                               ACR-ACCRUED-AMT
                   END-READ
               END-IF
           END-IF.

      * A CURRENCY WITH NO RATE TONIGHT IS TAKEN AT PAR AND
      * SHOWN, RATHER THAN LEAVING THE DEPOSIT OUT OF THE VIEW.
       CONVERT-TO-HOME.
           CALL "FXCONV" USING ACM-CURRENCY-CODE WS-HOME-CURRENCY
               WS-FX-FROM-AMT WS-FX-HOME-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE
               DISPLAY "NO RATE FOR " ACM-CURRENCY-CODE " - ACCOUNT "
                   ACM-ACCOUNT-NUMBER " VALUED AT PAR"
           END-IF.

      * THE ACTIVE OWNERS ON THE CROSS-REFERENCE; AN ACCOUNT
      * WITH NONE THERE BELONGS TO ITS BOOKING CUSTOMER ALONE.
       FIND-ACTIVE-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           IF WS-ACCTOWN-STATUS NOT = "35"
               MOVE "N" TO WS-OWNER-EOF-FLAG
               MOVE ACM-ACCOUNT-NUMBER TO AOX-ACCOUNT-NUMBER
               MOVE 0 TO AOX-CUSTOMER-ID
               START ACCOUNT-OWNERS KEY IS NOT LESS THAN AOX-KEY
                   INVALID KEY SET END-OF-OWNERS TO TRUE
               END-START
               PERFORM UNTIL END-OF-OWNERS
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-OWNERS TO TRUE
                       NOT AT END
                           IF AOX-ACCOUNT-NUMBER NOT =
                              ACM-ACCOUNT-NUMBER
                               SET END-OF-OWNERS TO TRUE
                           ELSE
                               IF AOX-OWNER-ACTIVE
                                  AND WS-OWNER-COUNT < 10
                                   ADD 1 TO WS-OWNER-COUNT
                                   MOVE AOX-CUSTOMER-ID
                                       TO WS-OWNER-ID(WS-OWNER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-OWNER-COUNT = 0
               MOVE 1 TO WS-OWNER-COUNT
               MOVE ACM-CUSTOMER-ID TO WS-OWNER-ID(1)
           END-IF.

       ADD-OWNER-SHARE.
           MOVE WS-OWNER-ID(I) TO SCW-CUSTOMER-ID
           MOVE WS-CAPACITY    TO SCW-CAPACITY
           READ SCV-WORK-FILE
               INVALID KEY
                   MOVE 1 TO SCW-ACCOUNT-COUNT
                   MOVE WS-SHARE-PRINCIPAL TO SCW-PRINCIPAL
                   MOVE WS-SHARE-INTEREST  TO SCW-ACCRUED-INT
                   MOVE "N" TO SCW-FROZEN-FLAG
                   IF ACM-ACCT-FROZEN
                       MOVE "Y" TO SCW-FROZEN-FLAG
                   END-IF
                   WRITE SCV-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO SCW-ACCOUNT-COUNT
                   ADD WS-SHARE-PRINCIPAL TO SCW-PRINCIPAL
                   ADD WS-SHARE-INTEREST  TO SCW-ACCRUED-INT
                   IF ACM-ACCT-FROZEN
                       MOVE "Y" TO SCW-FROZEN-FLAG
                   END-IF
                   REWRITE SCV-WORK-RECORD
           END-READ
           CALL "FILERR" USING "SCVEXTR " "SCVWORK"
               WS-SCVWORK-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD
           SET SCV-HEADER TO TRUE
           MOVE WS-INSTITUTION-CODE TO SCH-INSTITUTION
           MOVE WS-TS-DATE          TO SCH-AS-AT-DATE
           MOVE WS-COVERAGE-LIMIT   TO SCH-COVERAGE-LIMIT
           MOVE WS-TS-DATE          TO SCH-CREATED-DATE
           WRITE SINGLE-CUSTOMER-VIEW-RECORD
           CALL "FILERR" USING "SCVEXTR " "SCVREC"
               WS-SCVREC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * SECOND PASS - THE WORK FILE COMES BACK IN CUSTOMER ORDER,
      * EACH CUSTOMER'S CAPACITY ROWS TOGETHER.
       WRITE-CUSTOMER-VIEW.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-CURRENT-CUSTOMER
           MOVE LOW-VALUES TO SCW-KEY
           START SCV-WORK-FILE KEY IS NOT LESS THAN SCW-KEY
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ SCV-WORK-FILE NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF SCW-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                          AND WS-ROW-COUNT > 0
                           PERFORM WRITE-ONE-CUSTOMER
                       END-IF
                       PERFORM HOLD-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-ROW-COUNT > 0
               PERFORM WRITE-ONE-CUSTOMER
           END-IF.

       HOLD-ONE-ROW.
           MOVE SCW-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           IF WS-ROW-COUNT < 5
               ADD 1 TO WS-ROW-COUNT
               MOVE SCW-CAPACITY      TO WSR-CAPACITY(WS-ROW-COUNT)
               MOVE SCW-ACCOUNT-COUNT
                   TO WSR-ACCOUNT-COUNT(WS-ROW-COUNT)
               MOVE SCW-PRINCIPAL     TO WSR-PRINCIPAL(WS-ROW-COUNT)
               MOVE SCW-ACCRUED-INT
                   TO WSR-ACCRUED-INT(WS-ROW-COUNT)
               MOVE SCW-FROZEN-FLAG
                   TO WSR-FROZEN-FLAG(WS-ROW-COUNT)
           END-IF.

      * THE LIMIT COVERS THE DEPOSITOR'S WHOLE POSITION ACROSS
      * EVERY CAPACITY, NOT EACH CAPACITY SEPARATELY.
       WRITE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE "N" TO WS-FROZEN-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               ADD WSR-PRINCIPAL(I) WSR-ACCRUED-INT(I)
                   TO WS-CUSTOMER-TOTAL
               IF WSR-FROZEN-FLAG(I) = "Y"
                   MOVE "Y" TO WS-FROZEN-FLAG
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-TOTAL > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-INSURED-AMT
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE WS-CUSTOMER-TOTAL TO WS-INSURED-AMT
           END-IF

           MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD
           SET SCV-CUSTOMER TO TRUE
           MOVE WS-CURRENT-CUSTOMER TO SCV-CUSTOMER-ID
           MOVE 0 TO SCV-DATE-OF-BIRTH
           IF WS-CUSTMAST-STATUS NOT = "35"
               MOVE WS-CURRENT-CUSTOMER TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "NOT ON CUSTOMER MASTER"
                           TO SCV-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CUM-CUSTOMER-NAME TO SCV-CUSTOMER-NAME
                       MOVE CUM-DATE-OF-BIRTH TO SCV-DATE-OF-BIRTH
                       MOVE CUM-ADDRESS       TO SCV-ADDRESS
               END-READ
           END-IF
           MOVE WS-CUSTOMER-TOTAL TO SCV-TOTAL-DEPOSITS
           MOVE WS-INSURED-AMT    TO SCV-INSURED-AMT
           COMPUTE SCV-UNINSURED-AMT =
               WS-CUSTOMER-TOTAL - WS-INSURED-AMT
           MOVE WS-FROZEN-FLAG TO SCV-FROZEN-FLAG
           IF WS-FROZEN-FLAG = "Y"
               ADD 1 TO WS-FROZEN-COUNT
           END-IF
           MOVE "N" TO SCV-DECEASED-FLAG
           MOVE 0 TO SCV-DEATH-DATE
           IF WS-DECREG-STATUS NOT = "35"
               MOVE WS-CURRENT-CUSTOMER TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           MOVE "Y" TO SCV-DECEASED-FLAG
                           MOVE DEC-DEATH-DATE TO SCV-DEATH-DATE
                           ADD 1 TO WS-DECEASED-COUNT
                       END-IF
               END-READ
           END-IF
           WRITE SINGLE-CUSTOMER-VIEW-RECORD
           CALL "FILERR" USING "SCVEXTR " "SCVREC"
               WS-SCVREC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL
           ADD WS-INSURED-AMT    TO WS-GRAND-INSURED
           ADD SCV-UNINSURED-AMT TO WS-GRAND-UNINSURED

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               PERFORM WRITE-ONE-DEPOSIT
           END-PERFORM
           MOVE 0 TO WS-ROW-COUNT.

       WRITE-ONE-DEPOSIT.
           MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD
           SET SCV-DEPOSIT TO TRUE
           MOVE WS-CURRENT-CUSTOMER  TO SCD-CUSTOMER-ID
           MOVE WSR-CAPACITY(I)      TO SCD-CAPACITY
           MOVE WSR-ACCOUNT-COUNT(I) TO SCD-ACCOUNT-COUNT
           MOVE WSR-PRINCIPAL(I)     TO SCD-PRINCIPAL
           MOVE WSR-ACCRUED-INT(I)   TO SCD-ACCRUED-INT
           COMPUTE SCD-TOTAL = WSR-PRINCIPAL(I) + WSR-ACCRUED-INT(I)
           MOVE WSR-FROZEN-FLAG(I)   TO SCD-FROZEN-FLAG
           WRITE SINGLE-CUSTOMER-VIEW-RECORD
           CALL "FILERR" USING "SCVEXTR " "SCVREC"
               WS-SCVREC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPOSIT-COUNT.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO SINGLE-CUSTOMER-VIEW-RECORD
           SET SCV-TRAILER TO TRUE
           MOVE WS-CUSTOMER-COUNT  TO SCT-CUSTOMER-COUNT
           MOVE WS-DEPOSIT-COUNT   TO SCT-DEPOSIT-COUNT
           MOVE WS-GRAND-TOTAL     TO SCT-TOTAL-DEPOSITS
           MOVE WS-GRAND-INSURED   TO SCT-INSURED-AMT
           MOVE WS-GRAND-UNINSURED TO SCT-UNINSURED-AMT
           WRITE SINGLE-CUSTOMER-VIEW-RECORD
           CALL "FILERR" USING "SCVEXTR " "SCVREC"
               WS-SCVREC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE FIGURES THE QUARTERLY PREMIUM RETURN IS FILED FROM.
       WRITE-SUMMARY.
           MOVE WS-TS-DATE TO WST-DATE
           WRITE SUMMARY-LINE FROM WS-SUMMARY-TITLE-LINE

           MOVE "COVERAGE LIMIT PER DEPOSITOR" TO WSA-LABEL
           MOVE WS-COVERAGE-LIMIT TO WSA-AMOUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE "DEPOSITORS" TO WSC-LABEL
           MOVE WS-CUSTOMER-COUNT TO WSC-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "ELIGIBLE ACCOUNTS" TO WSC-LABEL
           MOVE WS-ACCOUNT-COUNT TO WSC-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "DEPOSITORS OVER THE LIMIT" TO WSC-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO WSC-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "DEPOSITORS WITH FROZEN ACCOUNTS" TO WSC-LABEL
           MOVE WS-FROZEN-COUNT TO WSC-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "DECEASED DEPOSITORS" TO WSC-LABEL
           MOVE WS-DECEASED-COUNT TO WSC-COUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-COUNT-LINE

           MOVE "TOTAL ELIGIBLE DEPOSITS" TO WSA-LABEL
           MOVE WS-GRAND-TOTAL TO WSA-AMOUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE "INSURED DEPOSITS" TO WSA-LABEL
           MOVE WS-GRAND-INSURED TO WSA-AMOUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE "UNINSURED DEPOSITS" TO WSA-LABEL
           MOVE WS-GRAND-UNINSURED TO WSA-AMOUNT
           WRITE SUMMARY-LINE FROM WS-SUMMARY-AMOUNT-LINE.
