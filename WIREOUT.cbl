       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREOUT.

      *****************************************************
      * Outward interbank credit transfer at the teller.    *
      * The customer pays a registered BENEREG payee at      *
      * another bank; the payee's name is screened against    *
      * the watchlist first, and the debit then goes through   *
      * the same checks WITHDRAWAL makes - freeze, holds,       *
      * uncleared cheques, MINBALPM floor or overdraft limit,    *
      * and the all-must-sign rule. The payment is booked on      *
      * WIREPAY for the nightly outward file.                      *
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

           SELECT MIN-BAL-PARAMETER ASSIGN TO "MINBALPM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MBP-ACCOUNT-TYPE
               FILE STATUS WS-MINBALPM-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT CHEQUE-CLEARING-FILE ASSIGN TO "CHQCLR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHQ-TRANS-SEQ
               FILE STATUS WS-CHQCLR-STATUS.

           SELECT ACCOUNT-HOLDS ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS WS-HOLDFILE-STATUS.

           SELECT OVERDRAFT-LIMITS ASSIGN TO "OVRDRLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ODL-ACCOUNT-NUMBER
               FILE STATUS WS-ODLIMIT-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT PENDING-AUTH-QUEUE ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PAU-AUTH-ID
               FILE STATUS WS-PENDAUTH-STATUS.

           SELECT BENEFICIARY-REGISTER ASSIGN TO "BENEREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BNF-KEY
               FILE STATUS WS-BENEREG-STATUS.

           SELECT WIRE-PAYMENTS ASSIGN TO "WIREPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WIR-PAYMENT-ID
               FILE STATUS WS-WIREPAY-STATUS.

           SELECT COMPLIANCE-HOLD-QUEUE ASSIGN TO "CMPHOLD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CMPHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  MIN-BAL-PARAMETER.
       COPY "MINBALPM.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  CHEQUE-CLEARING-FILE.
       COPY "CHQCLR.cpy".

       FD  ACCOUNT-HOLDS.
       COPY "HOLDFILE.cpy".

       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  PENDING-AUTH-QUEUE.
       COPY "PENDAUTH.cpy".

       FD  BENEFICIARY-REGISTER.
       COPY "BENEREG.cpy".

       FD  WIRE-PAYMENTS.
       COPY "WIREPAY.cpy".

       FD  COMPLIANCE-HOLD-QUEUE.
       01 COMPLIANCE-HOLD-RECORD.
          05 CMP-QUEUED-DATE        PIC 9(8).
          05 CMP-SOURCE             PIC X(8).
          05 CMP-CUSTOMER-ID        PIC 9(8).
          05 CMP-CUSTOMER-NAME      PIC X(30).
          05 CMP-MATCHED-ENTRY      PIC 9(6).
          05 CMP-DISPOSITION        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-PENDAUTH-STATUS  PIC XX.
       01 WS-BENEREG-STATUS   PIC XX.
       01 WS-WIREPAY-STATUS   PIC XX.
       01 WS-CMPHOLD-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-CHQ-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-CLEARING  VALUE "Y".
       01 WS-HOLD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HOLDS     VALUE "Y".
       01 WS-AUTH-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-AUTH-QUEUE VALUE "Y".
       01 WS-WIRE-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-WIRES     VALUE "Y".
       01 WS-DECEASED-FLAG    PIC X      VALUE "N".
          88 WS-CUST-DECEASED VALUE "Y".
       01 WS-PAYEE-FLAG       PIC X      VALUE "N".
          88 WS-PAYEE-GOOD    VALUE "Y".
       01 WS-MATCH-FLAG       PIC X.
          88 WS-NAME-MATCHED  VALUE "Y".
       01 WS-MATCHED-ENTRY    PIC 9(6).
       01 WS-NO-CUSTOMER-ID   PIC 9(8)   VALUE 0.
       01 WS-SIGN-FLAG        PIC X      VALUE "N".
          88 WS-SIGN-QUEUED   VALUE "Y".
       01 WS-AUTH-FLAG        PIC X      VALUE "N".
          88 WS-AUTH-WRITTEN  VALUE "Y".
       01 WS-FIRST-OWNER      PIC 9(8).
       01 WS-NEXT-AUTH-ID     PIC 9(8).
       01 WS-PAYMENT-ID       PIC 9(8).
       01 WS-UNCLEARED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-PAYEE-SEQ        PIC 9(3).
       01 WS-PAYEE-NAME       PIC X(30).
       01 WS-PAYEE-ROUTING    PIC X(11).
       01 WS-PAYEE-ACCOUNT    PIC X(20).
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WIRE-AMT            PIC 9(9)V99.
       01 NEW-BALANCE         PIC S9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "WIREOUT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER DEBIT ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   PERFORM PROCESS-WIRE
           END-READ

           CLOSE ACCOUNT-MASTER

           GOBACK.

       PROCESS-WIRE.
           PERFORM CHECK-DECEASED-REGISTER
           EVALUATE TRUE
               WHEN WS-CUST-DECEASED
                   DISPLAY "Payment declined - account holder"
                       " is deceased, estate handling applies"
               WHEN ACM-ACCT-FROZEN
                   DISPLAY "Payment declined - account is frozen"
                       " under a legal order"
               WHEN ACM-ACCT-DORMANT
                   DISPLAY "Payment declined - account is dormant,"
                       " supervised reactivation required"
               WHEN NOT ACM-ACCT-ACTIVE
                   DISPLAY "Payment declined - account is not active"
               WHEN OTHER
                   PERFORM TAKE-THE-PAYEE
           END-EVALUATE.

      * A DECEASED CUSTOMER'S ACCOUNTS TAKE NO DEBITS - THE
      * ESTATE RELEASE IS THE ONLY WAY MONEY LEAVES.
       CHECK-DECEASED-REGISTER.
           MOVE "N" TO WS-DECEASED-FLAG
           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "DECREG"
               WS-DECREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           SET WS-CUST-DECEASED TO TRUE
                       END-IF
               END-READ
               CLOSE DECEASED-REGISTER
           END-IF.

      * ONLY A PAYEE ALREADY ON THE ACCOUNT HOLDER'S REGISTER CAN
      * BE PAID - NO KEYING OF AD HOC BANK DETAILS AT THE
      * COUNTER. THE PAYEE'S NAME IS SCREENED ON EVERY PAYMENT,
      * SINCE THE WATCHLIST MAY HAVE GROWN SINCE IT WAS ADDED.
       TAKE-THE-PAYEE.
           DISPLAY "ENTER PAYEE SEQUENCE: ".
           ACCEPT WS-PAYEE-SEQ.

           MOVE "N" TO WS-PAYEE-FLAG
           OPEN INPUT BENEFICIARY-REGISTER
           IF WS-BENEREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "BENEREG"
               WS-BENEREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO BNF-CUSTOMER-ID
               MOVE WS-PAYEE-SEQ    TO BNF-SEQ
               READ BENEFICIARY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BNF-ACTIVE
                           SET WS-PAYEE-GOOD TO TRUE
                           MOVE BNF-NAME         TO WS-PAYEE-NAME
                           MOVE BNF-ROUTING-CODE TO WS-PAYEE-ROUTING
                           MOVE BNF-ACCOUNT      TO WS-PAYEE-ACCOUNT
                       END-IF
               END-READ
               CLOSE BENEFICIARY-REGISTER
           END-IF

           IF NOT WS-PAYEE-GOOD
               DISPLAY "Payment declined - no active payee "
                   WS-PAYEE-SEQ " for customer " ACM-CUSTOMER-ID
           ELSE
               CALL "WLSCREEN" USING WS-PAYEE-NAME WS-MATCH-FLAG
                   WS-MATCHED-ENTRY WS-NO-CUSTOMER-ID
               IF WS-NAME-MATCHED
                   PERFORM WRITE-COMPLIANCE-HOLD
                   DISPLAY "WATCHLIST MATCH (ENTRY " WS-MATCHED-ENTRY
                       ") - PAYMENT HELD FOR COMPLIANCE REVIEW"
               ELSE
                   PERFORM TAKE-WIRE-AMOUNT
               END-IF
           END-IF.

       TAKE-WIRE-AMOUNT.
           DISPLAY "PAYING " WS-PAYEE-NAME " AT " WS-PAYEE-ROUTING
           DISPLAY "ENTER PAYMENT AMOUNT: ".
           ACCEPT WIRE-AMT.

           IF WIRE-AMT NOT > 0
               DISPLAY "Invalid payment amount"
           ELSE
               PERFORM LOOKUP-MIN-BAL
               PERFORM SUM-UNCLEARED-CHEQUES
               PERFORM SUM-ACTIVE-HOLDS
               PERFORM LOOKUP-OVERDRAFT-LIMIT
      * SAME AVAILABLE-BALANCE RULE AS WITHDRAWAL: UNCLEARED
      * CHEQUE CREDITS AND ACTIVE HOLDS ARE NOT SPENDABLE.
               COMPUTE NEW-BALANCE = ACM-BALANCE
                   - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
                   - WIRE-AMT
               IF NEW-BALANCE < WS-BAL-FLOOR
                   DISPLAY "Payment declined - below minimum balance"
               ELSE
                   PERFORM BOOK-THE-PAYMENT
               END-IF
           END-IF.

      * THE PAYMENT ID IS TAKEN BEFORE THE SIGNING RULE SO A
      * QUEUED PAYMENT CAN CARRY IT ON THE PENDAUTH ENTRY -
      * AUTHPEND RELEASES THE WIREPAY ENTRY BY THAT ID.
       BOOK-THE-PAYMENT.
           OPEN I-O WIRE-PAYMENTS
           IF WS-WIREPAY-STATUS = "35"
               OPEN OUTPUT WIRE-PAYMENTS
               CLOSE WIRE-PAYMENTS
               OPEN I-O WIRE-PAYMENTS
           END-IF
           CALL "FILERR" USING "WIREOUT " "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-PAYMENT-ID
           PERFORM CHECK-SIGNING-RULE
           IF WS-SIGN-QUEUED
               IF WS-AUTH-WRITTEN
                   SET WIR-AWAITING-AUTH TO TRUE
                   PERFORM WRITE-WIRE-PAYMENT
                   DISPLAY "Payment queued - second owner must"
                       " authorize"
               END-IF
           ELSE
               PERFORM APPLY-WIRE-DEBIT
               SET WIR-READY TO TRUE
               PERFORM WRITE-WIRE-PAYMENT
               DISPLAY "PAYMENT " WS-PAYMENT-ID " BOOKED - "
                   WIRE-AMT " TO " WS-PAYEE-NAME
           END-IF

           CLOSE WIRE-PAYMENTS.

       FIND-NEXT-PAYMENT-ID.
           MOVE 0 TO WS-PAYMENT-ID
           MOVE "N" TO WS-WIRE-EOF-FLAG
           MOVE 0 TO WIR-PAYMENT-ID
           START WIRE-PAYMENTS KEY IS GREATER THAN WIR-PAYMENT-ID
               INVALID KEY SET END-OF-WIRES TO TRUE
           END-START
           PERFORM UNTIL END-OF-WIRES
               READ WIRE-PAYMENTS NEXT RECORD
                   AT END SET END-OF-WIRES TO TRUE
                   NOT AT END
                       MOVE WIR-PAYMENT-ID TO WS-PAYMENT-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-PAYMENT-ID.

       WRITE-WIRE-PAYMENT.
           MOVE WS-PAYMENT-ID    TO WIR-PAYMENT-ID
           MOVE ACCOUNT-NUMBER   TO WIR-ACCOUNT-NUMBER
           MOVE ACM-CUSTOMER-ID  TO WIR-CUSTOMER-ID
           MOVE WS-PAYEE-SEQ     TO WIR-BENE-SEQ
           MOVE WS-PAYEE-NAME    TO WIR-BENE-NAME
           MOVE WS-PAYEE-ROUTING TO WIR-ROUTING-CODE
           MOVE WS-PAYEE-ACCOUNT TO WIR-BENE-ACCOUNT
           MOVE WIRE-AMT         TO WIR-AMOUNT
           MOVE ACM-BRANCH       TO WIR-BRANCH
           MOVE WS-TS-DATE       TO WIR-ENTRY-DATE
           MOVE 0                TO WIR-SENT-DATE
           MOVE WS-OPERATOR-ID   TO WIR-OPERATOR-ID
           MOVE 0                TO WIR-RETURN-DATE
           MOVE SPACES           TO WIR-RETURN-REASON
           WRITE WIRE-PAYMENT-RECORD
           CALL "FILERR" USING "WIREOUT " "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE SIGNING RULE SITS ON THE PRIMARY OWNER RECORD, SAME
      * AS WITHDRAWAL - ALL-MUST-SIGN OVER THE THRESHOLD QUEUES
      * THE PAYMENT FOR A SECOND OWNER AND NOTHING IS DEBITED.
       CHECK-SIGNING-RULE.
           MOVE "N" TO WS-SIGN-FLAG
           MOVE "N" TO WS-AUTH-FLAG
           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "ACCTOWN"
               WS-ACCTOWN-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACCOUNT-NUMBER  TO AOX-ACCOUNT-NUMBER
               MOVE ACM-CUSTOMER-ID TO AOX-CUSTOMER-ID
               READ ACCOUNT-OWNERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AOX-ALL-MUST-SIGN
                          AND WIRE-AMT > AOX-SIGN-THRESHOLD
                           PERFORM QUEUE-FOR-SECOND-OWNER
                       END-IF
               END-READ
               CLOSE ACCOUNT-OWNERS
           END-IF.

       QUEUE-FOR-SECOND-OWNER.
           DISPLAY "ALL OWNERS MUST SIGN OVER " AOX-SIGN-THRESHOLD
           DISPLAY "ENTER REQUESTING OWNER CUSTOMER ID: "
           ACCEPT WS-FIRST-OWNER

           MOVE ACCOUNT-NUMBER TO AOX-ACCOUNT-NUMBER
           MOVE WS-FIRST-OWNER TO AOX-CUSTOMER-ID
           READ ACCOUNT-OWNERS
               INVALID KEY
                   DISPLAY "Requester is not an owner -"
                       " payment refused"
                   SET WS-SIGN-QUEUED TO TRUE
               NOT INVALID KEY
                   IF AOX-OWNER-ACTIVE
                       PERFORM WRITE-PENDING-AUTH
                       SET WS-SIGN-QUEUED TO TRUE
                   ELSE
                       DISPLAY "Requester is not an active owner -"
                           " payment refused"
                       SET WS-SIGN-QUEUED TO TRUE
                   END-IF
           END-READ.

       WRITE-PENDING-AUTH.
           OPEN I-O PENDING-AUTH-QUEUE
           IF WS-PENDAUTH-STATUS = "35"
               OPEN OUTPUT PENDING-AUTH-QUEUE
               CLOSE PENDING-AUTH-QUEUE
               OPEN I-O PENDING-AUTH-QUEUE
           END-IF
           CALL "FILERR" USING "WIREOUT " "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE 0 TO WS-NEXT-AUTH-ID
           MOVE "N" TO WS-AUTH-EOF-FLAG
           MOVE 0 TO PAU-AUTH-ID
           START PENDING-AUTH-QUEUE KEY IS GREATER THAN PAU-AUTH-ID
               INVALID KEY SET END-OF-AUTH-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-AUTH-QUEUE
               READ PENDING-AUTH-QUEUE NEXT RECORD
                   AT END SET END-OF-AUTH-QUEUE TO TRUE
                   NOT AT END
                       MOVE PAU-AUTH-ID TO WS-NEXT-AUTH-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-AUTH-ID

           MOVE WS-NEXT-AUTH-ID  TO PAU-AUTH-ID
           MOVE ACCOUNT-NUMBER   TO PAU-ACCOUNT-NUMBER
           SET PAU-OUTWARD-WIRE  TO TRUE
           MOVE WIRE-AMT         TO PAU-AMOUNT
           MOVE WS-PAYMENT-ID    TO PAU-CREDIT-ACCOUNT
           MOVE WS-FIRST-OWNER   TO PAU-FIRST-OWNER
           MOVE WS-TS-DATE       TO PAU-QUEUED-DATE
           MOVE WS-OPERATOR-ID   TO PAU-OPERATOR-ID
           SET PAU-AUTH-PENDING  TO TRUE
           SET PAU-SIGNING-RULE  TO TRUE
           MOVE 0                TO PAU-ANOMALY-SCORE
           MOVE SPACES           TO PAU-ANOMALY-REASON
           MOVE "TLR"            TO PAU-CHANNEL-CODE
           WRITE PENDING-AUTH-RECORD
           CALL "FILERR" USING "WIREOUT " "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE PENDING-AUTH-QUEUE
           SET WS-AUTH-WRITTEN TO TRUE
           DISPLAY "QUEUED AS AUTHORIZATION " WS-NEXT-AUTH-ID.

       LOOKUP-MIN-BAL.
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "WIREOUT " "MINBALPM" WS-MINBALPM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           READ MIN-BAL-PARAMETER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MINBALPM-STATUS = "00"
               MOVE MBP-MIN-BAL TO MIN-BAL
           END-IF
           CLOSE MIN-BAL-PARAMETER.

      * AN APPROVED OVERDRAFT FACILITY REPLACES THE MINBALPM
      * FLOOR - THE ACCOUNT MAY RUN DOWN TO THE NEGATIVE OF ITS
      * LIMIT, SAME RULE AS WITHDRAWAL.
       LOOKUP-OVERDRAFT-LIMIT.
           MOVE MIN-BAL TO WS-BAL-FLOOR
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT OVERDRAFT-LIMITS
           IF WS-ODLIMIT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "OVRDRLIM"
               WS-ODLIMIT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACCOUNT-NUMBER TO ODL-ACCOUNT-NUMBER
               READ OVERDRAFT-LIMITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ODL-LIMIT-ACTIVE
                          AND ODL-EXPIRY-DATE >= WS-TS-DATE
                           MOVE ODL-LIMIT-AMOUNT TO WS-OD-LIMIT
                           COMPUTE WS-BAL-FLOOR = 0 - WS-OD-LIMIT
                       END-IF
               END-READ
               CLOSE OVERDRAFT-LIMITS
           END-IF.

       SUM-UNCLEARED-CHEQUES.
           MOVE 0 TO WS-UNCLEARED-TOTAL
           MOVE "N" TO WS-CHQ-EOF-FLAG
           OPEN INPUT CHEQUE-CLEARING-FILE
           IF WS-CHQCLR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "CHQCLR" WS-CHQCLR-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-CLEARING
                   READ CHEQUE-CLEARING-FILE NEXT RECORD
                       AT END SET END-OF-CLEARING TO TRUE
                       NOT AT END
                           IF CHQ-UNCLEARED
                              AND CHQ-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                               ADD CHQ-AMOUNT TO WS-UNCLEARED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-CLEARING-FILE
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           MOVE "N" TO WS-HOLD-EOF-FLAG
           OPEN INPUT ACCOUNT-HOLDS
           IF WS-HOLDFILE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WIREOUT " "HOLDFILE"
               WS-HOLDFILE-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
               MOVE 0 TO HLD-HOLD-SEQ
               START ACCOUNT-HOLDS KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM UNTIL END-OF-HOLDS
                   READ ACCOUNT-HOLDS NEXT RECORD
                       AT END SET END-OF-HOLDS TO TRUE
                       NOT AT END
                           IF HLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                               SET END-OF-HOLDS TO TRUE
                           ELSE
                               IF HLD-HOLD-ACTIVE
                                  AND HLD-EXPIRY-DATE >= WS-TS-DATE
                                   ADD HLD-HOLD-AMOUNT
                                       TO WS-HELD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HOLDS
           END-IF.

      * THE DEBIT LEAVES THE CUSTOMER LIABILITY FOR THE CLEARING
      * SETTLEMENT ACCOUNT, WHERE IT SITS UNTIL THE NETWORK
      * SETTLES THE OUTWARD FILE.
       APPLY-WIRE-DEBIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE NEW-BALANCE = ACM-BALANCE - WIRE-AMT
           MOVE NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "WIREOUT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "WIREOUT" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WIRE-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "WIREOUT " "WIRESEND" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WIREOUT " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           PERFORM WRITE-STATEMENT-EXTRACT.

       WRITE-STATEMENT-EXTRACT.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "WIREOUT " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL  TO TRUE
           MOVE WIRE-AMT       TO STX-TRANS-AMOUNT
           MOVE NEW-BALANCE    TO STX-NEW-BALANCE
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "WIRO" TO STX-TRANS-CODE
           MOVE WS-PAYMENT-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.

       WRITE-COMPLIANCE-HOLD.
           OPEN EXTEND COMPLIANCE-HOLD-QUEUE
           IF WS-CMPHOLD-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-HOLD-QUEUE
           END-IF
           CALL "FILERR" USING "WIREOUT " "CMPHOLD" WS-CMPHOLD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE        TO CMP-QUEUED-DATE
           MOVE "WIREOUT "        TO CMP-SOURCE
           MOVE ACM-CUSTOMER-ID   TO CMP-CUSTOMER-ID
           MOVE WS-PAYEE-NAME     TO CMP-CUSTOMER-NAME
           MOVE WS-MATCHED-ENTRY  TO CMP-MATCHED-ENTRY
           MOVE "REVIEW"          TO CMP-DISPOSITION
           WRITE COMPLIANCE-HOLD-RECORD
           CLOSE COMPLIANCE-HOLD-QUEUE.
