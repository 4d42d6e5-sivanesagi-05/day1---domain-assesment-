       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFBOOK.

      *****************************************************
      * Nightly offline balance book, run after the          *
      * end-of-day snapshot. Every open account is listed     *
      * under its branch with the masked account number,       *
      * customer name, ledger balance, available balance after  *
      * active holds and uncleared cheques, its freeze, deceased *
      * and stop-payment flags, and the most the branch may pay   *
      * out on it while the host link is down. The same figures    *
      * are written to OFFLIM so the vouchers keyed after an outage *
      * are judged against the book the branch actually held. The    *
      * printed book is burst to each branch by RPTBURST.             *
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT ACCOUNT-HOLDS ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS WS-HOLDFILE-STATUS.

           SELECT CHEQUE-CLEARING-FILE ASSIGN TO "CHQCLR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHQ-TRANS-SEQ
               FILE STATUS WS-CHQCLR-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT STOP-PAYMENTS ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SPY-KEY
               FILE STATUS WS-STOPPAY-STATUS.

           SELECT OFFLINE-LIMITS ASSIGN TO "OFFLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OFL-ACCOUNT-NUMBER
               FILE STATUS WS-OFFLIM-STATUS.

           SELECT OFFLINE-BOOK ASSIGN TO "OFFBOOK.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OFFBOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ACCOUNT-HOLDS.
       COPY "HOLDFILE.cpy".

       FD  CHEQUE-CLEARING-FILE.
       COPY "CHQCLR.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       FD  STOP-PAYMENTS.
       COPY "STOPPAY.cpy".

       FD  OFFLINE-LIMITS.
       COPY "OFFLIM.cpy".

      * ONE LINE PER ACCOUNT, BRANCH FIRST SO RPTBURST CAN SPLIT
      * THE BOOK INTO ONE MEMBER PER BRANCH.
       FD  OFFLINE-BOOK.
       01 OFFLINE-BOOK-LINE.
          05 OBL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-BOOK-DATE          PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-MASKED-ACCOUNT     PIC X(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-CURRENCY-CODE      PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-LEDGER-BALANCE     PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-AVAILABLE-BALANCE  PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-CEILING            PIC Z(8)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 OBL-FROZEN             PIC X(3).
          05 FILLER                 PIC X(1)   VALUE SPACES.
          05 OBL-DECEASED           PIC X(3).
          05 FILLER                 PIC X(1)   VALUE SPACES.
          05 OBL-STOP               PIC X(3).
          05 FILLER                 PIC X(1)   VALUE SPACES.
          05 OBL-STANDING           PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-STOPPAY-STATUS   PIC XX.
       01 WS-OFFLIM-STATUS    PIC XX.
       01 WS-OFFBOOK-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-SCAN-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-SCAN      VALUE "Y".
       01 WS-HOLDFILE-FLAG    PIC X      VALUE "Y".
          88 WS-HOLDS-ON-FILE VALUE "Y".
       01 WS-DECREG-FLAG      PIC X      VALUE "Y".
          88 WS-DECREG-ON-FILE VALUE "Y".
       01 WS-STOPPAY-FLAG     PIC X      VALUE "Y".
          88 WS-STOPS-ON-FILE VALUE "Y".
      * MOST THE BRANCH MAY PAY OUT ON ANY ONE ACCOUNT WHILE IT
      * CANNOT REACH THE HOST, WHATEVER THE AVAILABLE BALANCE -
      * TAKEN FROM SYSIN, WHOLE UNITS OF THE ACCOUNT'S CURRENCY.
       01 WS-OFFLINE-CAP      PIC 9(7)   VALUE 5000.
       01 WS-HELD-TOTAL       PIC 9(9)V99.
       01 WS-UNCLEARED-TOTAL  PIC 9(9)V99.
       01 WS-AVAILABLE        PIC S9(9)V99.
       01 WS-BOOKED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-BLOCKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-NIL-CEILING      PIC 9(7)   VALUE 0.
       01 I                   PIC 9(4).
      * OPEN CLEARING ITEMS ARE KEYED BY DEPOSIT SEQUENCE, NOT BY
      * ACCOUNT - ONE PASS TOTALS THEM PER ACCOUNT BEFORE THE
      * BOOK IS WRITTEN.
       01 WS-CHEQUE-COUNT     PIC 9(4)   VALUE 0.
       01 WS-CHEQUE-TABLE.
          05 WS-CHEQUE-ENTRY OCCURS 5000 TIMES.
             10 WSC-ACCOUNT-NUMBER  PIC 9(10).
             10 WSC-UNCLEARED       PIC 9(9)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER OFFLINE WITHDRAWAL CAP PER ACCOUNT: ".
           ACCEPT WS-OFFLINE-CAP.
           IF WS-OFFLINE-CAP = 0
               MOVE 5000 TO WS-OFFLINE-CAP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-UNCLEARED-CHEQUES

           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL END-OF-ACCOUNTS
               IF NOT ACM-ACCT-CLOSED
                   PERFORM BOOK-ONE-ACCOUNT
               END-IF
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM

           DISPLAY "OFFLINE BALANCE BOOK COMPLETE FOR " WS-TS-DATE
           DISPLAY "  ACCOUNTS BOOKED    " WS-BOOKED-COUNT
           DISPLAY "  BLOCKED            " WS-BLOCKED-COUNT
           DISPLAY "  NIL CEILING        " WS-NIL-CEILING
           DISPLAY "  CAP PER ACCOUNT    " WS-OFFLINE-CAP

           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           IF WS-HOLDS-ON-FILE
               CLOSE ACCOUNT-HOLDS
           END-IF
           IF WS-DECREG-ON-FILE
               CLOSE DECEASED-REGISTER
           END-IF
           IF WS-STOPS-ON-FILE
               CLOSE STOP-PAYMENTS
           END-IF
           CLOSE OFFLINE-LIMITS
           CLOSE OFFLINE-BOOK

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "OFFBOOK " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "OFFBOOK " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-HOLDS
           IF WS-HOLDFILE-STATUS = "35"
               MOVE "N" TO WS-HOLDFILE-FLAG
           ELSE
               CALL "FILERR" USING "OFFBOOK " "HOLDFILE"
                   WS-HOLDFILE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               MOVE "N" TO WS-DECREG-FLAG
           ELSE
               CALL "FILERR" USING "OFFBOOK " "DECREG"
                   WS-DECREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT STOP-PAYMENTS
           IF WS-STOPPAY-STATUS = "35"
               MOVE "N" TO WS-STOPPAY-FLAG
           ELSE
               CALL "FILERR" USING "OFFBOOK " "STOPPAY"
                   WS-STOPPAY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

      * REBUILT WHOLE EVERY NIGHT - AN ACCOUNT CLOSED TODAY MUST
      * NOT LEAVE YESTERDAY'S CEILING BEHIND.
           OPEN OUTPUT OFFLINE-LIMITS
           CALL "FILERR" USING "OFFBOOK " "OFFLIM" WS-OFFLIM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT OFFLINE-BOOK
           CALL "FILERR" USING "OFFBOOK " "OFFBOOK" WS-OFFBOOK-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LOAD-UNCLEARED-CHEQUES.
           MOVE 0 TO WS-CHEQUE-COUNT
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT CHEQUE-CLEARING-FILE
           IF WS-CHQCLR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "OFFBOOK " "CHQCLR"
                   WS-CHQCLR-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ CHEQUE-CLEARING-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF CHQ-UNCLEARED
                               PERFORM ADD-UNCLEARED-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-CLEARING-FILE
           END-IF.

       ADD-UNCLEARED-CHEQUE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CHEQUE-COUNT
                      OR WSC-ACCOUNT-NUMBER(I) = CHQ-ACCOUNT-NUMBER
               CONTINUE
           END-PERFORM
           IF I > WS-CHEQUE-COUNT
               IF WS-CHEQUE-COUNT < 5000
                   ADD 1 TO WS-CHEQUE-COUNT
                   MOVE WS-CHEQUE-COUNT TO I
                   MOVE CHQ-ACCOUNT-NUMBER TO WSC-ACCOUNT-NUMBER(I)
                   MOVE 0 TO WSC-UNCLEARED(I)
               ELSE
                   DISPLAY "CHEQUE TABLE FULL - ACCOUNT "
                       CHQ-ACCOUNT-NUMBER " FLOAT NOT DEDUCTED"
               END-IF
           END-IF
           IF I NOT > WS-CHEQUE-COUNT
               ADD CHQ-AMOUNT TO WSC-UNCLEARED(I)
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

       BOOK-ONE-ACCOUNT.
           MOVE ACM-ACCOUNT-NUMBER TO OFL-ACCOUNT-NUMBER
           MOVE ACM-BRANCH         TO OFL-BRANCH
           MOVE WS-TS-DATE         TO OFL-BOOK-DATE
           MOVE ACM-CURRENCY-CODE  TO OFL-CURRENCY-CODE
           MOVE ACM-BALANCE        TO OFL-LEDGER-BALANCE

           PERFORM SUM-ACTIVE-HOLDS
           PERFORM FIND-UNCLEARED-TOTAL
           COMPUTE WS-AVAILABLE = ACM-BALANCE
               - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
           MOVE WS-AVAILABLE TO OFL-AVAILABLE-BALANCE

           MOVE "N" TO OFL-FROZEN-FLAG
           IF ACM-ACCT-FROZEN
               MOVE "Y" TO OFL-FROZEN-FLAG
           END-IF
           PERFORM CHECK-DECEASED
           PERFORM CHECK-STOP-ORDERS

           MOVE "N" TO OFL-BLOCKED-FLAG
           IF OFL-FROZEN OR OFL-DECEASED OR ACM-ACCT-DORMANT
               MOVE "Y" TO OFL-BLOCKED-FLAG
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF

           EVALUATE TRUE
               WHEN OFL-BLOCKED
                   MOVE 0 TO OFL-CEILING
               WHEN WS-AVAILABLE NOT > 0
                   MOVE 0 TO OFL-CEILING
               WHEN WS-AVAILABLE > WS-OFFLINE-CAP
                   MOVE WS-OFFLINE-CAP TO OFL-CEILING
               WHEN OTHER
                   MOVE WS-AVAILABLE TO OFL-CEILING
           END-EVALUATE
           IF OFL-CEILING = 0
               ADD 1 TO WS-NIL-CEILING
           END-IF

           WRITE OFFLINE-LIMIT-RECORD
           CALL "FILERR" USING "OFFBOOK " "OFFLIM" WS-OFFLIM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM WRITE-BOOK-LINE
           ADD 1 TO WS-BOOKED-COUNT.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           IF WS-HOLDS-ON-FILE
               MOVE "N" TO WS-SCAN-EOF-FLAG
               MOVE ACM-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
               MOVE 0 TO HLD-HOLD-SEQ
               START ACCOUNT-HOLDS KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ ACCOUNT-HOLDS NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HLD-ACCOUNT-NUMBER
                              NOT = ACM-ACCOUNT-NUMBER
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF HLD-HOLD-ACTIVE
                                  AND HLD-EXPIRY-DATE >= WS-TS-DATE
                                   ADD HLD-HOLD-AMOUNT
                                       TO WS-HELD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-UNCLEARED-TOTAL.
           MOVE 0 TO WS-UNCLEARED-TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CHEQUE-COUNT
               IF WSC-ACCOUNT-NUMBER(I) = ACM-ACCOUNT-NUMBER
                   MOVE WSC-UNCLEARED(I) TO WS-UNCLEARED-TOTAL
               END-IF
           END-PERFORM.

       CHECK-DECEASED.
           MOVE "N" TO OFL-DECEASED-FLAG
           IF WS-DECREG-ON-FILE
               MOVE ACM-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           MOVE "Y" TO OFL-DECEASED-FLAG
                       END-IF
               END-READ
           END-IF.

       CHECK-STOP-ORDERS.
           MOVE "N" TO OFL-STOP-FLAG
           IF WS-STOPS-ON-FILE
               MOVE "N" TO WS-SCAN-EOF-FLAG
               MOVE ACM-ACCOUNT-NUMBER TO SPY-ACCOUNT-NUMBER
               MOVE 0 TO SPY-CHEQUE-SERIAL
               START STOP-PAYMENTS KEY IS NOT LESS THAN SPY-KEY
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ STOP-PAYMENTS NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SPY-ACCOUNT-NUMBER
                              NOT = ACM-ACCOUNT-NUMBER
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF SPY-STOP-ACTIVE
                                   MOVE "Y" TO OFL-STOP-FLAG
                                   SET END-OF-SCAN TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-BOOK-LINE.
           MOVE OFL-BRANCH         TO OBL-BRANCH
           MOVE OFL-BOOK-DATE      TO OBL-BOOK-DATE
           CALL "ACCTMASK" USING ACM-ACCOUNT-NUMBER OBL-MASKED-ACCOUNT
           MOVE ACM-CUSTOMER-ID    TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO OBL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO OBL-CUSTOMER-NAME
           END-READ
           MOVE OFL-CURRENCY-CODE     TO OBL-CURRENCY-CODE
           MOVE OFL-LEDGER-BALANCE    TO OBL-LEDGER-BALANCE
           MOVE OFL-AVAILABLE-BALANCE TO OBL-AVAILABLE-BALANCE
           MOVE OFL-CEILING           TO OBL-CEILING
           MOVE SPACES TO OBL-FROZEN
           MOVE SPACES TO OBL-DECEASED
           MOVE SPACES TO OBL-STOP
           MOVE SPACES TO OBL-STANDING
           IF OFL-FROZEN
               MOVE "FRZ" TO OBL-FROZEN
           END-IF
           IF OFL-DECEASED
               MOVE "DEC" TO OBL-DECEASED
           END-IF
           IF OFL-STOP-ON-FILE
               MOVE "STP" TO OBL-STOP
           END-IF
           IF ACM-ACCT-DORMANT
               MOVE "DORMANT" TO OBL-STANDING
           END-IF
           IF OFL-BLOCKED
               IF NOT ACM-ACCT-DORMANT
                   MOVE "BLOCKED" TO OBL-STANDING
               END-IF
           END-IF
           WRITE OFFLINE-BOOK-LINE.
