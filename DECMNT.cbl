      * Deceased-customer marking and estate release.        *
      * Marking puts the customer on the DECREG register -    *
      * from that moment debits, standing orders, mandate      *
      * collections, fee assessment, and letters all stop       *
      * against the estate. The release function, once the       *
      * executor's account is known, moves each account's         *
      * proceeds to the executor with AUDTRAIL images and          *
      * statement lines, closes the accounts, and completes the     *
      * register entry. Nominee settlement is the alternative for    *
      * accounts with nominees on file - each pays its balance to its *
      * nominees by share and closes, and the rest are left for the    *
      * executor release. All three actions are supervisor-only.       *
      * Marking also revokes every live mandate the customer granted   *
      * or held.                                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CUSTAUD-STATUS.

           SELECT NOMINEE-REGISTER ASSIGN TO "NOMINEE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOM-KEY
               FILE STATUS WS-NOMINEE-STATUS.

           SELECT NOMINEE-AUDIT ASSIGN TO "NOMAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOMAUD-STATUS.

           SELECT MANDATE-REGISTER ASSIGN TO "MANDATE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MDT-KEY
               FILE STATUS WS-MANDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-REGISTER.
       FD  CUSTOMER-AUDIT-TRAIL.
       COPY "CUSTAUD.cpy".

       FD  NOMINEE-REGISTER.
       COPY "NOMINEE.cpy".

       FD  NOMINEE-AUDIT.
       COPY "NOMAUD.cpy".

       FD  MANDATE-REGISTER.
       COPY "MANDATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-CUSTAUD-STATUS   PIC XX.
       01 WS-NOMINEE-STATUS   PIC XX.
       01 WS-NOMAUD-STATUS    PIC XX.
       01 WS-MANDATE-STATUS   PIC XX.
       01 WS-MANDATE-EOF-FLAG PIC X      VALUE "N".
          88 END-OF-MANDATES  VALUE "Y".
       01 WS-REVOKED-COUNT    PIC 9(4)   VALUE 0.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
       01 WS-ACTION           PIC X.
          88 WS-MARK-DECEASED VALUE "M".
          88 WS-ESTATE-RELEASE VALUE "R".
          88 WS-NOMINEE-SETTLE VALUE "N".
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-EXECUTOR-ACCT    PIC 9(10).
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
       01 WS-TO-NEW-BALANCE   PIC S9(9)V99.
       01 WS-RELEASED-COUNT   PIC 9(4)   VALUE 0.
       01 WS-RELEASED-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-EXEC-RECORD      PIC X(61).
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-CUST-BEFORE      PIC X(98).
       01 WS-CUST-AFTER       PIC X(98).
      * NOMINEE SETTLEMENT - THE DECEASED'S OPEN ACCOUNTS ARE
      * LISTED FIRST, THEN EACH ONE'S ACTIVE NOMINEES AND THE
      * ACCOUNT EACH SHARE IS PAID INTO.
       01 WS-NOMINEE-EOF-FLAG PIC X      VALUE "N".
          88 END-OF-NOMINEES  VALUE "Y".
       01 WS-PAYEE-FLAG       PIC X      VALUE "Y".
          88 WS-PAYEES-GOOD   VALUE "Y".
       01 WS-OPEN-COUNT       PIC 9(3)   VALUE 0.
       01 WS-LEFT-COUNT       PIC 9(3)   VALUE 0.
       01 A                   PIC 9(3).
       01 WS-OPEN-TABLE.
          05 WS-OPEN-ACCOUNT  PIC 9(10)  OCCURS 50 TIMES.
       01 WS-SETTLE-ACCT      PIC 9(10).
       01 WS-NOM-COUNT        PIC 9(2)   VALUE 0.
       01 WS-NOM-SHARES       PIC 9(5)V99 VALUE 0.
       01 N                   PIC 9(2).
       01 WS-NOM-TABLE.
          05 WS-NOM-ENTRY OCCURS 20 TIMES.
             10 WSN-SEQ            PIC 9(2).
             10 WSN-NAME           PIC X(30).
             10 WSN-SHARE-PCT      PIC 9(3)V99.
             10 WSN-MINOR-FLAG     PIC X.
             10 WSN-GUARDIAN-NAME  PIC X(30).
             10 WSN-PAY-ACCOUNT    PIC 9(10).
       01 WS-SHARE-AMOUNT     PIC S9(9)V99.
       01 WS-PAID-SO-FAR      PIC S9(9)V99.
       01 WS-NOM-BEFORE       PIC X(99).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - MARK DECEASED(M) ESTATE RELEASE(R)"
               " NOMINEE SETTLEMENT(N): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           IF NOT WS-MARK-DECEASED AND NOT WS-ESTATE-RELEASE
              AND NOT WS-NOMINEE-SETTLE
               DISPLAY "INVALID ACTION - ENTER M, R OR N"
               GOBACK
           END-IF

               INVALID KEY
                   DISPLAY "Customer not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-MARK-DECEASED
                           PERFORM MARK-THE-CUSTOMER
                       WHEN WS-ESTATE-RELEASE
                           PERFORM RELEASE-THE-ESTATE
                       WHEN OTHER
                           PERFORM SETTLE-THE-ESTATE
                   END-EVALUATE
           END-READ

           PERFORM CLOSE-ALL-FILES
           MOVE CUSTOMER-MASTER-RECORD TO WS-CUST-AFTER
           PERFORM WRITE-CUSTOMER-AUDIT

           PERFORM REVOKE-CUSTOMER-MANDATES

           DISPLAY "CUSTOMER " CUSTOMER-ID " MARKED DECEASED "
               DEC-DEATH-DATE " - ALL DEBITS NOW BLOCKED".

      * A MANDATE DIES WITH ITS GRANTOR, AND WITH ITS HOLDER -
      * EVERY LIVE MANDATE EITHER WAY ROUND IS REVOKED HERE SO
      * NOBODY TRANSACTS UNDER IT. THE REGISTER IS KEYED BY
      * ACCOUNT, SO THE WHOLE FILE IS SWEPT.
       REVOKE-CUSTOMER-MANDATES.
           OPEN I-O MANDATE-REGISTER
           IF WS-MANDATE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DECMNT  " "MANDATE"
                   WS-MANDATE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-MANDATE-EOF-FLAG
               PERFORM UNTIL END-OF-MANDATES
                   READ MANDATE-REGISTER NEXT RECORD
                       AT END SET END-OF-MANDATES TO TRUE
                       NOT AT END
                           IF MDT-ACTIVE
                              AND (MDT-GRANTOR-ID = CUSTOMER-ID
                                OR MDT-HOLDER-ID = CUSTOMER-ID)
                               PERFORM REVOKE-ONE-MANDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-REGISTER
               IF WS-REVOKED-COUNT > 0
                   DISPLAY WS-REVOKED-COUNT " MANDATE(S) REVOKED"
               END-IF
           END-IF.

       REVOKE-ONE-MANDATE.
           SET MDT-REVOKED TO TRUE
           MOVE WS-TS-DATE TO MDT-REVOKED-DATE
           IF MDT-GRANTOR-ID = CUSTOMER-ID
               MOVE "DECEASED"   TO MDT-REVOKE-REASON
           ELSE
               MOVE "HOLDER DEC" TO MDT-REVOKE-REASON
           END-IF
           REWRITE MANDATE-RECORD
           CALL "FILERR" USING "DECMNT  " "MANDATE"
               WS-MANDATE-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-REVOKED-COUNT.

       WRITE-CUSTOMER-AUDIT.
           MOVE WS-TS-DATE     TO CAT-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO CAT-TIMESTAMP(9:8)
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "ESTD" TO STX-TRANS-CODE
           MOVE WS-EXECUTOR-ACCT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           PERFORM CREDIT-THE-EXECUTOR
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "ESTC" TO STX-TRANS-CODE
           MOVE CUSTOMER-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

      * RE-ESTABLISH THE ALTERNATE-INDEX POSITION - THE SCAN
           IF WS-ABEND
               STOP RUN
           END-IF.

      * NOMINEE SETTLEMENT - THE ALTERNATIVE TO EXECUTOR RELEASE
      * FOR ACCOUNTS WITH NOMINEES ON FILE. EACH SUCH ACCOUNT
      * PAYS ITS BALANCE TO ITS NOMINEES BY SHARE (A MINOR'S
      * SHARE TO THE GUARDIAN'S ACCOUNT) AND CLOSES. AN ACCOUNT
      * WITH NO NOMINEE, OR WHOSE SHARES DO NOT COME TO 100, IS
      * LEFT OPEN FOR THE EXECUTOR RELEASE.
       SETTLE-THE-ESTATE.
           MOVE CUSTOMER-ID TO DEC-CUSTOMER-ID
           READ DECEASED-REGISTER
               INVALID KEY
                   DISPLAY "Customer is not on the register -"
                       " mark deceased first"
               NOT INVALID KEY
                   IF DEC-ESTATE-RELEASED
                       DISPLAY "Estate already released"
                   ELSE
                       PERFORM OPEN-NOMINEE-FILES
                       PERFORM LIST-OPEN-ACCOUNTS
                       PERFORM VARYING A FROM 1 BY 1
                               UNTIL A > WS-OPEN-COUNT
                           PERFORM SETTLE-ONE-ACCOUNT
                       END-PERFORM
                       CLOSE NOMINEE-REGISTER
                       CLOSE NOMINEE-AUDIT
                       DISPLAY WS-RELEASED-COUNT " ACCOUNT(S) SETTLED"
                           " - " WS-RELEASED-TOTAL " TO NOMINEES"
                       IF WS-LEFT-COUNT = 0
                           MOVE 0 TO WS-EXECUTOR-ACCT
                           PERFORM COMPLETE-THE-REGISTER
                           DISPLAY "ESTATE SETTLED IN FULL"
                       ELSE
                           DISPLAY WS-LEFT-COUNT " ACCOUNT(S) LEFT"
                               " FOR EXECUTOR RELEASE"
                       END-IF
                   END-IF
           END-READ.

       OPEN-NOMINEE-FILES.
           OPEN I-O NOMINEE-REGISTER
           IF WS-NOMINEE-STATUS = "35"
               OPEN OUTPUT NOMINEE-REGISTER
               CLOSE NOMINEE-REGISTER
               OPEN I-O NOMINEE-REGISTER
           END-IF
           CALL "FILERR" USING "DECMNT  " "NOMINEE" WS-NOMINEE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND NOMINEE-AUDIT
           IF WS-NOMAUD-STATUS = "35"
               OPEN OUTPUT NOMINEE-AUDIT
           END-IF
           CALL "FILERR" USING "DECMNT  " "NOMAUD" WS-NOMAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE OPEN ACCOUNTS ARE LISTED UP FRONT - THE PAYEE CHECKS
      * AND CREDITS ARE KEYED READS, AND AN ACCOUNT LEFT OPEN
      * FOR THE EXECUTOR WOULD OTHERWISE COME ROUND AGAIN ON A
      * RESTARTED ALTERNATE-INDEX SCAN.
       LIST-OPEN-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE CUSTOMER-ID TO ACM-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS = ACM-CUSTOMER-ID
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       IF ACM-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-ACCOUNTS TO TRUE
                       ELSE
                           IF NOT ACM-ACCT-CLOSED
                              AND WS-OPEN-COUNT < 50
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE ACM-ACCOUNT-NUMBER
                                   TO WS-OPEN-ACCOUNT(WS-OPEN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-ONE-ACCOUNT.
           MOVE WS-OPEN-ACCOUNT(A) TO WS-SETTLE-ACCT
           PERFORM LOAD-ACCOUNT-NOMINEES
           MOVE WS-SETTLE-ACCT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-NOM-COUNT = 0
                   DISPLAY "ACCOUNT " WS-SETTLE-ACCT
                       " - NO NOMINEE, LEFT FOR EXECUTOR"
                   ADD 1 TO WS-LEFT-COUNT
               WHEN WS-NOM-SHARES NOT = 100
                   DISPLAY "ACCOUNT " WS-SETTLE-ACCT
                       " - NOMINEE SHARES TOTAL " WS-NOM-SHARES
                       ", LEFT FOR EXECUTOR"
                   ADD 1 TO WS-LEFT-COUNT
               WHEN ACM-BALANCE < 0
                   DISPLAY "ACCOUNT " WS-SETTLE-ACCT
                       " - OVERDRAWN, LEFT FOR EXECUTOR"
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   PERFORM CAPTURE-NOMINEE-ACCOUNTS
                   IF WS-PAYEES-GOOD
                       PERFORM PAY-OUT-TO-NOMINEES
                   ELSE
                       DISPLAY "ACCOUNT " WS-SETTLE-ACCT
                           " - LEFT FOR EXECUTOR"
                       ADD 1 TO WS-LEFT-COUNT
                   END-IF
           END-EVALUATE.

       LOAD-ACCOUNT-NOMINEES.
           MOVE 0 TO WS-NOM-COUNT
           MOVE 0 TO WS-NOM-SHARES
           MOVE "N" TO WS-NOMINEE-EOF-FLAG
           MOVE WS-SETTLE-ACCT TO NOM-ACCOUNT-NUMBER
           MOVE 0 TO NOM-SEQ
           START NOMINEE-REGISTER KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY SET END-OF-NOMINEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-NOMINEES
               READ NOMINEE-REGISTER NEXT RECORD
                   AT END SET END-OF-NOMINEES TO TRUE
                   NOT AT END
                       IF NOM-ACCOUNT-NUMBER NOT = WS-SETTLE-ACCT
                           SET END-OF-NOMINEES TO TRUE
                       ELSE
                           IF NOM-ACTIVE AND WS-NOM-COUNT < 20
                               ADD 1 TO WS-NOM-COUNT
                               MOVE NOM-SEQ
                                   TO WSN-SEQ(WS-NOM-COUNT)
                               MOVE NOM-NAME
                                   TO WSN-NAME(WS-NOM-COUNT)
                               MOVE NOM-SHARE-PCT
                                   TO WSN-SHARE-PCT(WS-NOM-COUNT)
                               MOVE NOM-MINOR-FLAG
                                   TO WSN-MINOR-FLAG(WS-NOM-COUNT)
                               MOVE NOM-GUARDIAN-NAME
                                   TO WSN-GUARDIAN-NAME(WS-NOM-COUNT)
                               ADD NOM-SHARE-PCT TO WS-NOM-SHARES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * EACH SHARE GOES TO AN ACTIVE ACCOUNT THAT IS NOT ONE OF
      * THE DECEASED'S OWN.
       CAPTURE-NOMINEE-ACCOUNTS.
           MOVE "Y" TO WS-PAYEE-FLAG
           DISPLAY "ACCOUNT " WS-SETTLE-ACCT " BALANCE " ACM-BALANCE
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WS-NOM-COUNT OR NOT WS-PAYEES-GOOD
               DISPLAY "  NOMINEE " WSN-NAME(N) " SHARE "
                   WSN-SHARE-PCT(N) "%"
               IF WSN-MINOR-FLAG(N) = "Y"
                   DISPLAY "  MINOR - ENTER ACCOUNT OF GUARDIAN "
                       WSN-GUARDIAN-NAME(N) ": "
               ELSE
                   DISPLAY "  ENTER ACCOUNT TO PAY THE SHARE INTO: "
               END-IF
               ACCEPT WSN-PAY-ACCOUNT(N)
               MOVE WSN-PAY-ACCOUNT(N) TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Receiving account not found"
                       MOVE "N" TO WS-PAYEE-FLAG
                   NOT INVALID KEY
                       IF NOT ACM-ACCT-ACTIVE
                          OR ACM-CUSTOMER-ID = CUSTOMER-ID
                           DISPLAY "Receiving account is not active"
                               " or belongs to the deceased"
                           MOVE "N" TO WS-PAYEE-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      * THE LAST NOMINEE TAKES WHATEVER ROUNDING LEAVES, SO THE
      * SHARES ALWAYS ADD BACK TO THE BALANCE PAID OUT.
       PAY-OUT-TO-NOMINEES.
           MOVE WS-SETTLE-ACCT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "SETTLED ACCOUNT VANISHED MID-SETTLEMENT"
                       " - INVESTIGATE"
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE ACM-BALANCE TO WS-RELEASE-AMOUNT

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE 0 TO ACM-BALANCE
           SET ACM-ACCT-CLOSED TO TRUE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "DECMNT  " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "ESTATEREL" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-RELEASE-AMOUNT  TO STX-TRANS-AMOUNT
           MOVE 0                  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "ESTD" TO STX-TRANS-CODE
           MOVE "NOMINEE SETTLE" TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE 0 TO WS-PAID-SO-FAR
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NOM-COUNT
               IF N = WS-NOM-COUNT
                   COMPUTE WS-SHARE-AMOUNT =
                       WS-RELEASE-AMOUNT - WS-PAID-SO-FAR
               ELSE
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                       WS-RELEASE-AMOUNT * WSN-SHARE-PCT(N) / 100
               END-IF
               ADD WS-SHARE-AMOUNT TO WS-PAID-SO-FAR
               PERFORM CREDIT-ONE-NOMINEE
               PERFORM MARK-NOMINEE-SETTLED
           END-PERFORM

           ADD 1 TO WS-RELEASED-COUNT
           ADD WS-RELEASE-AMOUNT TO WS-RELEASED-TOTAL.

       CREDIT-ONE-NOMINEE.
           MOVE WSN-PAY-ACCOUNT(N) TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "NOMINEE ACCOUNT VANISHED MID-SETTLEMENT"
                       " - INVESTIGATE"
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-TO-NEW-BALANCE =
               ACM-BALANCE + WS-SHARE-AMOUNT
           MOVE WS-TO-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "DECMNT  " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "ESTATEREL" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WSN-PAY-ACCOUNT(N) TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WS-SHARE-AMOUNT    TO STX-TRANS-AMOUNT
           MOVE WS-TO-NEW-BALANCE  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "ESTC" TO STX-TRANS-CODE
           MOVE WS-SETTLE-ACCT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           DISPLAY "  " WS-SHARE-AMOUNT " PAID TO " WSN-PAY-ACCOUNT(N)
               " FOR " WSN-NAME(N).

       MARK-NOMINEE-SETTLED.
           MOVE WS-SETTLE-ACCT TO NOM-ACCOUNT-NUMBER
           MOVE WSN-SEQ(N)     TO NOM-SEQ
           READ NOMINEE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOMINEE-RECORD TO WS-NOM-BEFORE
                   SET NOM-SETTLED TO TRUE
                   REWRITE NOMINEE-RECORD
                   CALL "FILERR" USING "DECMNT  " "NOMINEE"
                       WS-NOMINEE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE WS-TS-DATE      TO NMA-TIMESTAMP(1:8)
                   MOVE WS-TS-TIME      TO NMA-TIMESTAMP(9:8)
                   MOVE WS-OPERATOR-ID  TO NMA-OPERATOR-ID
                   SET NMA-SETTLE-CHANGE TO TRUE
                   MOVE WS-NOM-BEFORE   TO NMA-BEFORE-IMAGE
                   MOVE NOMINEE-RECORD  TO NMA-AFTER-IMAGE
                   WRITE NOMINEE-AUDIT-RECORD
           END-READ.
