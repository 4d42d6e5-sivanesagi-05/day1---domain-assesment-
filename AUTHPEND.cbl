
      *****************************************************
      * Second-owner authorization of queued dual-signature  *
      * debits. A debit WITHDRAWAL, TRANSFER or WIREOUT       *
      * parked on PENDAUTH under the all-must-sign rule is     *
      * posted here once a second active owner - not the one    *
      * who requested it - authorizes at the teller, through the *
      * same MINBALPM/overdraft floor, AUDTRAIL, and STMTEXT path *
      * the original program would have used. The second owner can *
      * also decline, which retires the queue entry untouched. A    *
      * debit queued on its anomaly score is released or declined by *
      * a supervisor instead - and by the second owner as well when   *
      * the signing rule caught it too. A debit an entity's signatory  *
      * queued over their signing limit needs another active signatory *
      * on RELPARTY instead of a second owner.                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

           SELECT RELATED-PARTIES ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RLP-KEY
               FILE STATUS WS-RELPARTY-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT WIRE-PAYMENTS ASSIGN TO "WIREPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WIR-PAYMENT-ID
               FILE STATUS WS-WIREPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-AUTH-QUEUE.
       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  WIRE-PAYMENTS.
       COPY "WIREPAY.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PENDAUTH-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-WIREPAY-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
          88 WS-AUTHORIZE     VALUE "A".
          88 WS-DECLINE       VALUE "D".
       01 WS-SECOND-OWNER     PIC 9(8).
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-OVR-REASON       PIC X(3).
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-POSTING-OK    VALUE "Y".
          88 WS-CREDIT-OK     VALUE "Y".
       01 WS-FROM-NEW-BALANCE PIC S9(9)V99.
       01 WS-TO-NEW-BALANCE   PIC S9(9)V99.
      * A QUEUED TRANSFER BETWEEN ACCOUNTS IN DIFFERENT CURRENCIES
      * IS CONVERTED AT TODAY'S RATE WHEN IT IS RELEASED.
       01 WS-CREDIT-CURRENCY  PIC X(3).
       01 WS-DEBIT-CURRENCY   PIC X(3).
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-CREDIT-AMT       PIC S9(11)V99.
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4)  VALUE 0.
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-WIRE-NEW-STATUS  PIC X.
       01 WS-WIRE-PAYMENT-ID  PIC 9(8).
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-AUDIT-TYPE       PIC X(10).
       01 WS-OVR-RULE         PIC X(10).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-OPERATOR-ROLE    PIC X.
          88 LS-SUPERVISOR    VALUE "S".

       PROCEDURE DIVISION USING LS-OPERATOR-ROLE.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
               INVALID KEY
                   DISPLAY "Authorization not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PAU-AUTH-PENDING
                           DISPLAY "Authorization already actioned"
                       WHEN PAU-ANOMALY-REFER AND NOT LS-SUPERVISOR
                           DISPLAY "Referred on anomaly score "
                               PAU-ANOMALY-SCORE " - supervisor"
                               " role required"
                       WHEN OTHER
                           PERFORM WORK-ONE-AUTHORIZATION
                   END-EVALUATE
           END-READ

           CLOSE PENDING-AUTH-QUEUE
           DISPLAY "QUEUED " PAU-TRANS-TYPE " FOR " PAU-AMOUNT
               " ON " PAU-ACCOUNT-NUMBER
               " REQUESTED BY " PAU-FIRST-OWNER
           IF PAU-ANOMALY-REFER
               DISPLAY "REFERRED ON ANOMALY SCORE " PAU-ANOMALY-SCORE
                   " " PAU-ANOMALY-REASON " VIA " PAU-CHANNEL-CODE
                   " " PAU-OPERATOR-ID
           END-IF

           DISPLAY "AUTHORIZE(A) OR DECLINE(D): ".
           ACCEPT WS-DECISION.
               WHEN WS-DECLINE
                   SET PAU-AUTH-DECLINED TO TRUE
                   PERFORM REWRITE-QUEUE-ENTRY
                   IF PAU-OUTWARD-WIRE
                       MOVE "D" TO WS-WIRE-NEW-STATUS
                       PERFORM UPDATE-WIRE-PAYMENT
                   END-IF
                   DISPLAY "AUTHORIZATION " WS-AUTH-ID " DECLINED"
      * AN ANOMALY REFERRAL WITH NO REQUESTING OWNER ON IT WAS
      * NOT CAUGHT BY THE SIGNING RULE - THE SUPERVISOR'S ROLE
      * IS THE AUTHORITY AND NO SECOND OWNER IS ASKED FOR.
               WHEN WS-AUTHORIZE
                   IF PAU-ANOMALY-REFER AND PAU-FIRST-OWNER = 0
                       CONTINUE
                   ELSE
                       PERFORM VERIFY-SECOND-OWNER
                   END-IF
                   IF WS-POSTING-OK
                       PERFORM POST-THE-DEBIT
                   END-IF

      * THE AUTHORIZER MUST BE AN ACTIVE OWNER OF THE ACCOUNT
      * AND A DIFFERENT PERSON FROM THE REQUESTING OWNER - THAT
      * IS THE WHOLE POINT OF ALL-MUST-SIGN. ON AN ENTITY'S
      * ACCOUNT THE REQUESTER WAS A SIGNATORY OVER THEIR LIMIT,
      * AND THE AUTHORIZER MUST BE ANOTHER ACTIVE SIGNATORY.
       VERIFY-SECOND-OWNER.
           PERFORM CHECK-FOR-ENTITY
           IF WS-IS-ENTITY
               DISPLAY "ENTER AUTHORIZING SIGNATORY CUSTOMER ID: "
           ELSE
               DISPLAY "ENTER AUTHORIZING OWNER CUSTOMER ID: "
           END-IF
           ACCEPT WS-SECOND-OWNER.

           EVALUATE TRUE
               WHEN WS-SECOND-OWNER = PAU-FIRST-OWNER
                   DISPLAY "Authorizer is the requesting owner -"
                       " refused"
                   MOVE "N" TO WS-OK-FLAG
               WHEN WS-IS-ENTITY
                   PERFORM VERIFY-SECOND-SIGNATORY
               WHEN OTHER
                   MOVE PAU-ACCOUNT-NUMBER TO AOX-ACCOUNT-NUMBER
                   MOVE WS-SECOND-OWNER    TO AOX-CUSTOMER-ID
                   READ ACCOUNT-OWNERS
                       INVALID KEY
                           DISPLAY "Authorizer is not an owner -"
                               " refused"
                           MOVE "N" TO WS-OK-FLAG
                       NOT INVALID KEY
                           IF NOT AOX-OWNER-ACTIVE
                               DISPLAY "Authorizer is not an active"
                                   " owner - refused"
                               MOVE "N" TO WS-OK-FLAG
                           END-IF
                   END-READ
           END-EVALUATE.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           MOVE PAU-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   OPEN INPUT ENTITY-REGISTER
                   IF WS-ENTREG-STATUS = "35"
                       CONTINUE
                   ELSE
                       CALL "FILERR" USING "AUTHPEND" "ENTREG"
                           WS-ENTREG-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       MOVE ACM-CUSTOMER-ID TO ENT-CUSTOMER-ID
                       READ ENTITY-REGISTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-IS-ENTITY TO TRUE
                       END-READ
                       CLOSE ENTITY-REGISTER
                   END-IF
           END-READ.

       VERIFY-SECOND-SIGNATORY.
           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               DISPLAY "Authorizer is not a signatory - refused"
               MOVE "N" TO WS-OK-FLAG
           ELSE
               CALL "FILERR" USING "AUTHPEND" "RELPARTY"
                   WS-RELPARTY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO RLP-ENTITY-ID
               MOVE "S"             TO RLP-RELATION
               MOVE WS-SECOND-OWNER TO RLP-PARTY-ID
               READ RELATED-PARTIES
                   INVALID KEY
                       DISPLAY "Authorizer is not a signatory -"
                           " refused"
                       MOVE "N" TO WS-OK-FLAG
                   NOT INVALID KEY
                       IF NOT RLP-PARTY-ACTIVE
                           DISPLAY "Authorizer is not an active"
                               " signatory - refused"
                           MOVE "N" TO WS-OK-FLAG
                       END-IF
               END-READ
               CLOSE RELATED-PARTIES
           END-IF.

      * THE BALANCE MAY HAVE MOVED SINCE THE DEBIT WAS QUEUED -
      * PENDING FOR WHEN THE ACCOUNT CLEARS.
           IF PAU-TRANSFER
               PERFORM VERIFY-CREDIT-ACCOUNT
               IF WS-CREDIT-OK
                   PERFORM CONVERT-CREDIT-AMOUNT
               END-IF
           END-IF
      * A QUEUED OUTWARD WIRE MUST STILL BE WAITING ON WIREPAY -
      * THE DEBIT AND THE RELEASE TO THE OUTWARD FILE GO TOGETHER.
           IF PAU-OUTWARD-WIRE
               PERFORM VERIFY-WIRE-PAYMENT
           END-IF
           IF NOT WS-CREDIT-OK
               CONTINUE
               IF PAU-TRANSFER
                   PERFORM APPLY-CREDIT-LEG
               END-IF
               IF PAU-OUTWARD-WIRE
                   MOVE "A" TO WS-WIRE-NEW-STATUS
                   PERFORM UPDATE-WIRE-PAYMENT
               END-IF
               SET PAU-AUTH-DONE TO TRUE
               PERFORM REWRITE-QUEUE-ENTRY
      * THE SIGNING-RULE BYPASS GOES ON THE OVERRIDE JOURNAL -
      * WHO LET THE DEBIT THROUGH, AND WHY. AN ANOMALY RELEASE
      * IS JOURNALLED UNDER ITS OWN RULE.
               DISPLAY "ENTER AUTHORIZATION REASON CODE: "
               ACCEPT WS-OVR-REASON
               IF PAU-ANOMALY-REFER
                   MOVE "ANOMALY" TO WS-OVR-RULE
                   IF WS-OVR-REASON = SPACES
                       MOVE "ANM" TO WS-OVR-REASON
                   END-IF
               ELSE
                   MOVE "SIGNRULE" TO WS-OVR-RULE
                   IF WS-OVR-REASON = SPACES
                       MOVE "2ND" TO WS-OVR-REASON
                   END-IF
               END-IF
               CALL "OVRLOG" USING WS-OVR-RULE WS-OPERATOR-ID
                   ACM-BRANCH PAU-ACCOUNT-NUMBER PAU-AMOUNT
                   WS-OVR-REASON
               DISPLAY "AUTHORIZATION " WS-AUTH-ID " POSTED"
                           " left pending"
                       MOVE "N" TO WS-CREDIT-FLAG
                   END-IF
                   MOVE ACM-CURRENCY-CODE TO WS-CREDIT-CURRENCY
           END-READ

           MOVE PAU-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
                   MOVE "N" TO WS-CREDIT-FLAG
           END-READ.

      * THE DEBIT ACCOUNT IS BACK IN THE BUFFER HERE, SO ITS
      * CURRENCY IS THE ONE THE QUEUED AMOUNT WAS KEYED IN.
       CONVERT-CREDIT-AMOUNT.
           MOVE ACM-CURRENCY-CODE TO WS-DEBIT-CURRENCY
           MOVE PAU-AMOUNT TO WS-FX-FROM-AMT
           CALL "FXCONV" USING ACM-CURRENCY-CODE WS-CREDIT-CURRENCY
               WS-FX-FROM-AMT WS-CREDIT-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE OR WS-CREDIT-AMT > 999999999.99
               DISPLAY "No usable rate between " ACM-CURRENCY-CODE
                   " and " WS-CREDIT-CURRENCY " - entry left pending"
               MOVE "N" TO WS-CREDIT-FLAG
           END-IF.

       VERIFY-WIRE-PAYMENT.
           MOVE "Y" TO WS-CREDIT-FLAG
           OPEN INPUT WIRE-PAYMENTS
           CALL "FILERR" USING "AUTHPEND" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE PAU-CREDIT-ACCOUNT TO WIR-PAYMENT-ID
           READ WIRE-PAYMENTS
               INVALID KEY
                   DISPLAY "Wire payment not found - entry"
                       " left pending"
                   MOVE "N" TO WS-CREDIT-FLAG
               NOT INVALID KEY
                   IF NOT WIR-AWAITING-AUTH
                       DISPLAY "Wire payment is not awaiting"
                           " authorization - entry left pending"
                       MOVE "N" TO WS-CREDIT-FLAG
                   END-IF
           END-READ
           CLOSE WIRE-PAYMENTS.

       UPDATE-WIRE-PAYMENT.
           OPEN I-O WIRE-PAYMENTS
           CALL "FILERR" USING "AUTHPEND" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE PAU-CREDIT-ACCOUNT TO WIR-PAYMENT-ID
           READ WIRE-PAYMENTS
               INVALID KEY
                   DISPLAY "Wire payment " PAU-CREDIT-ACCOUNT
                       " not found on WIREPAY"
               NOT INVALID KEY
                   MOVE WS-WIRE-NEW-STATUS TO WIR-STATUS
                   REWRITE WIRE-PAYMENT-RECORD
                   CALL "FILERR" USING "AUTHPEND" "WIREPAY"
                       WS-WIREPAY-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
           END-READ
           CLOSE WIRE-PAYMENTS.

       LOOKUP-MIN-BAL.
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           END-IF.

       APPLY-DEBIT-LEG.
           IF PAU-ANOMALY-REFER
               MOVE "ANOMALY" TO WS-AUDIT-TYPE
           ELSE
               MOVE "DUALSIGN" TO WS-AUDIT-TYPE
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-FROM-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING WS-AUDIT-TYPE WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE PAU-AMOUNT TO WS-GL-AMOUNT
           IF PAU-WITHDRAWAL
               CALL "GLRULE" USING "AUTHPEND" "CASHWDR "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "AUTHPEND" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF
           IF PAU-OUTWARD-WIRE
               CALL "GLRULE" USING "AUTHPEND" "WIRESEND"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "AUTHPEND" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF
      * A CROSS-CURRENCY TRANSFER MOVES BETWEEN TWO CURRENCIES'
      * CUSTOMER LIABILITY POSITIONS - EACH LEG IS BOOKED IN ITS
      * OWN CURRENCY AGAINST THE FX POSITION LINE, AS TRANSFER
      * DOES WHEN IT POSTS ONE STRAIGHT THROUGH.
           IF PAU-TRANSFER
              AND WS-CREDIT-CURRENCY NOT = WS-DEBIT-CURRENCY
               CALL "GLRULE" USING "AUTHPEND" "FXDEBIT "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "AUTHPEND" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL WS-DEBIT-CURRENCY
                   WS-GL-AMOUNT
           END-IF

           MOVE WS-FROM-NEW-BALANCE TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           IF PAU-CHANNEL-CODE = SPACES
               MOVE "TLR"  TO STX-CHANNEL-CODE
           ELSE
               MOVE PAU-CHANNEL-CODE TO STX-CHANNEL-CODE
           END-IF
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           IF PAU-TRANSFER
               MOVE WS-APPLIED-RATE TO STX-EXCHANGE-RATE
           END-IF
           EVALUATE TRUE
               WHEN PAU-WITHDRAWAL
                   MOVE "CWDR"         TO STX-TRANS-CODE
                   MOVE PAU-AUTH-ID    TO STX-REFERENCE
               WHEN PAU-OUTWARD-WIRE
                   MOVE "WIRO"         TO STX-TRANS-CODE
                   MOVE PAU-CREDIT-ACCOUNT TO WS-WIRE-PAYMENT-ID
                   MOVE WS-WIRE-PAYMENT-ID TO STX-REFERENCE
               WHEN OTHER
                   MOVE "TRFD"         TO STX-TRANS-CODE
                   MOVE PAU-CREDIT-ACCOUNT TO STX-REFERENCE
           END-EVALUATE
           WRITE STATEMENT-EXTRACT-RECORD

           IF PAU-WITHDRAWAL
               CALL "MEMOPOST" USING PAU-ACCOUNT-NUMBER WS-TS-TIME "W"
                   "C" PAU-AMOUNT WS-OPERATOR-ID
           END-IF
           IF PAU-TRANSFER
               CALL "MEMOPOST" USING PAU-ACCOUNT-NUMBER WS-TS-TIME "O"
                   "C" PAU-AMOUNT WS-OPERATOR-ID
           END-IF.

       APPLY-CREDIT-LEG.
           MOVE PAU-CREDIT-ACCOUNT TO ACM-ACCOUNT-NUMBER
           END-READ

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-TO-NEW-BALANCE = ACM-BALANCE + WS-CREDIT-AMT
           MOVE WS-TO-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING WS-AUDIT-TYPE WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE PAU-CREDIT-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WS-CREDIT-AMT      TO STX-TRANS-AMOUNT
           MOVE WS-TO-NEW-BALANCE  TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE PAU-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE WS-APPLIED-RATE TO STX-EXCHANGE-RATE
           MOVE "TRFC" TO STX-TRANS-CODE
           MOVE PAU-ACCOUNT-NUMBER TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           IF WS-CREDIT-CURRENCY NOT = WS-DEBIT-CURRENCY
               MOVE WS-CREDIT-AMT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "AUTHPEND" "FXCREDIT"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "AUTHPEND" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL WS-CREDIT-CURRENCY
                   WS-GL-AMOUNT
           END-IF

           MOVE WS-CREDIT-AMT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING PAU-CREDIT-ACCOUNT WS-TS-TIME "I" "C"
               WS-MEMO-AMOUNT WS-OPERATOR-ID.

       REWRITE-QUEUE-ENTRY.
           REWRITE PENDING-AUTH-RECORD
