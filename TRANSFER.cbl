       PROGRAM-ID. TRANSFER.

      *****************************************************
      * Account-to-account funds transfer as one unit of     *
      * work, replacing the WITHDRAWAL-then-DEPOSIT pair that *
      * leaves money in limbo when the second half fails. Both *
      * accounts are read and every check made before either    *
      * record is touched; the debit side gets the same MINBALPM *
      * minimum-balance test WITHDRAWAL applies, and both legs go *
      * to STMTEXT and AUDTRAIL so the statement shows the pair. A *
      * mandate holder may transfer out of the debit account under  *
      * a live MANDATE entry, and the transfer is journalled on      *
      * MNDJRNL with the holder's id.                                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 FROM-ACCOUNT        PIC 9(10).
       01 TO-ACCOUNT          PIC 9(10).
       01 TRANSFER-AMT        PIC 9(6).
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
          88 END-OF-AUTH-QUEUE VALUE "Y".
       01 WS-SIGN-FLAG        PIC X      VALUE "N".
          88 WS-SIGN-QUEUED   VALUE "Y".
      * THE REQUESTER MAY NOT SIGN ON THE ACCOUNT AT ALL -
      * NOTHING IS QUEUED AND THE TRANSFER IS REFUSED.
       01 WS-REFUSED-FLAG     PIC X      VALUE "N".
          88 WS-SIGNATORY-REFUSED VALUE "Y".
       01 WS-FIRST-OWNER      PIC 9(8).
       01 WS-NEXT-AUTH-ID     PIC 9(8).
       01 WS-FROM-CUSTOMER    PIC 9(8).
       01 WS-SCORE-AMOUNT     PIC 9(9)V99.
       01 WS-ANOMALY-SCORE    PIC 9(3)   VALUE 0.
       01 WS-ANOMALY-REASON   PIC X(25)  VALUE SPACES.
       01 WS-ANOMALY-FLAG     PIC X      VALUE "N".
          88 WS-ANOMALY-REFER VALUE "Y".
      * A TRANSFER IS KEYED WITHOUT A BRANCH OF ENTRY, SO THE
      * ANOMALY SCORE SKIPS ITS NEW-BRANCH TEST.
       01 WS-ENTRY-BRANCH     PIC X(4)   VALUE SPACES.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-DECEASED-FLAG    PIC X      VALUE "N".
          88 WS-CUST-DECEASED VALUE "Y".
       01 WS-FROM-RECORD      PIC X(61).
       01 WS-TO-RECORD        PIC X(61).
       01 WS-FROM-NEW-BALANCE PIC S9(9)V99.
       01 WS-TO-NEW-BALANCE   PIC S9(9)V99.
       01 WS-FROM-ACCT-TYPE   PIC X(2).
      * THE AMOUNT KEYED IS IN THE DEBIT ACCOUNT'S CURRENCY; A
      * CREDIT ACCOUNT HELD IN ANOTHER CURRENCY TAKES THE
      * CONVERTED FIGURE.
       01 WS-FROM-CURRENCY    PIC X(3).
       01 WS-TO-CURRENCY      PIC X(3).
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-CREDIT-AMT       PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4)  VALUE 0.
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
      * A SAME-CURRENCY TRANSFER STAYS INSIDE THE ONE CUSTOMER
      * LIABILITY POSITION AND POSTS NOTHING TO THE LEDGER. A
      * CROSS-CURRENCY ONE TAKES THE DEBIT OUT OF ONE CURRENCY'S
      * POSITION AND PUTS THE CREDIT INTO ANOTHER'S, EACH LEG
      * AGAINST THE FX POSITION LINE IN ITS OWN CURRENCY.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-TRANSFER-OK   VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
      * A MANDATE HOLDER MAY TRANSFER OUT OF THE DEBIT ACCOUNT
      * WITHIN THE MANDATE'S SCOPE AND PER-TRANSACTION LIMIT.
       01 WS-MANDATE-HOLDER   PIC 9(8)   VALUE 0.
          88 WS-NO-MANDATE-HOLDER VALUE 0.
       01 WS-MANDATE-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-MANDATE-RESULT   PIC X      VALUE "Y".
          88 WS-MANDATE-OK    VALUE "Y".
          88 WS-NO-MANDATE    VALUE "N".
          88 WS-MANDATE-LAPSED VALUE "X".
          88 WS-MANDATE-SCOPE VALUE "S".
          88 WS-MANDATE-LIMIT VALUE "L".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           DISPLAY "ENTER TRANSFER AMOUNT: ".
           ACCEPT TRANSFER-AMT.

           DISPLAY "MANDATE HOLDER CUSTOMER ID (0 = ACCOUNT HOLDER): ".
           ACCEPT WS-MANDATE-HOLDER.

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "TRANSFER" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG

           PERFORM VALIDATE-TRANSFER
           IF WS-TRANSFER-OK
               PERFORM CHECK-DEBIT-ANOMALY
               PERFORM CHECK-SIGNING-RULE
               EVALUATE TRUE
                   WHEN WS-SIGNATORY-REFUSED
                       CONTINUE
                   WHEN WS-SIGN-QUEUED
                       DISPLAY "TRANSFER QUEUED - SECOND OWNER"
                           " MUST AUTHORIZE"
                   WHEN WS-ANOMALY-REFER
                       PERFORM QUEUE-FOR-SUPERVISOR
                       DISPLAY "TRANSFER QUEUED - SUPERVISOR"
                           " MUST AUTHORIZE"
                   WHEN OTHER
                       PERFORM APPLY-BOTH-LEGS
                       IF NOT WS-NO-MANDATE-HOLDER
                           MOVE TRANSFER-AMT TO WS-MANDATE-AMOUNT
                           CALL "MNDLOG" USING "TRANSFER  "
                               WS-MANDATE-HOLDER FROM-ACCOUNT
                               WS-MANDATE-AMOUNT WS-OPERATOR-ID
                               WS-ENTRY-BRANCH
                       END-IF
                       DISPLAY "TRANSFER COMPLETE - " TRANSFER-AMT
                           " FROM " FROM-ACCOUNT " TO " TO-ACCOUNT
               END-EVALUATE
           END-IF

           CLOSE ACCOUNT-MASTER
                       MOVE ACCOUNT-RECORD TO WS-FROM-RECORD
                       MOVE ACM-ACCOUNT-TYPE TO WS-FROM-ACCT-TYPE
                       MOVE ACM-CUSTOMER-ID  TO WS-FROM-CUSTOMER
                       MOVE ACM-CURRENCY-CODE TO WS-FROM-CURRENCY
                       IF NOT ACM-ACCT-ACTIVE
                           DISPLAY "Debit account is not active"
                           MOVE "N" TO WS-OK-FLAG
               END-READ
           END-IF

           IF WS-TRANSFER-OK AND NOT WS-NO-MANDATE-HOLDER
               PERFORM CHECK-TRANSFER-MANDATE
           END-IF

           IF WS-TRANSFER-OK
               MOVE TO-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                       MOVE "N" TO WS-OK-FLAG
                   NOT INVALID KEY
                       MOVE ACCOUNT-RECORD TO WS-TO-RECORD
                       MOVE ACM-CURRENCY-CODE TO WS-TO-CURRENCY
                       IF ACM-ACCT-CLOSED
                           DISPLAY "Credit account is closed"
                           MOVE "N" TO WS-OK-FLAG
                   DISPLAY "Transfer declined - below minimum balance"
                   MOVE "N" TO WS-OK-FLAG
               END-IF
           END-IF

           IF WS-TRANSFER-OK
               PERFORM CONVERT-CREDIT-AMOUNT
           END-IF.

      * SOMEONE OTHER THAN THE DEBIT ACCOUNT'S HOLDER NEEDS A
      * LIVE MANDATE ON IT THAT COVERS TRANSFERS AND THE AMOUNT.
       CHECK-TRANSFER-MANDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE TRANSFER-AMT TO WS-MANDATE-AMOUNT
           CALL "MNDCHK" USING FROM-ACCOUNT WS-MANDATE-HOLDER
               "T" WS-MANDATE-AMOUNT WS-TS-DATE WS-MANDATE-RESULT
           IF NOT WS-MANDATE-OK
               MOVE "N" TO WS-OK-FLAG
           END-IF
           EVALUATE TRUE
               WHEN WS-NO-MANDATE
                   DISPLAY "Transfer declined - no mandate for "
                       WS-MANDATE-HOLDER " on the debit account"
               WHEN WS-MANDATE-LAPSED
                   DISPLAY "Transfer declined - mandate is revoked,"
                       " expired or not yet in force"
               WHEN WS-MANDATE-SCOPE
                   DISPLAY "Transfer declined - mandate does not"
                       " cover transfers"
               WHEN WS-MANDATE-LIMIT
                   DISPLAY "Transfer declined - over the mandate's"
                       " per-transaction limit"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * SAME CURRENCY BOTH SIDES MOVES THE AMOUNT AS KEYED; A
      * CROSS-CURRENCY PAIR IS CONVERTED HERE, BEFORE ANYTHING
      * IS TOUCHED, SO A MISSING RATE REFUSES THE WHOLE TRANSFER.
       CONVERT-CREDIT-AMOUNT.
           MOVE TRANSFER-AMT TO WS-FX-FROM-AMT
           CALL "FXCONV" USING WS-FROM-CURRENCY WS-TO-CURRENCY
               WS-FX-FROM-AMT WS-CREDIT-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           EVALUATE TRUE
               WHEN WS-FX-NO-RATE
                   DISPLAY "Transfer declined - no rate between "
                       WS-FROM-CURRENCY " and " WS-TO-CURRENCY
                   MOVE "N" TO WS-OK-FLAG
               WHEN WS-CREDIT-AMT > 999999999.99
                   DISPLAY "Transfer declined - converted amount"
                       " too large"
                   MOVE "N" TO WS-OK-FLAG
               WHEN WS-APPLIED-RATE NOT = 0
                   DISPLAY "CREDIT " WS-CREDIT-AMT " "
                       WS-TO-CURRENCY " AT RATE " WS-APPLIED-RATE
           END-EVALUATE.

      * A DECEASED CUSTOMER'S ACCOUNTS TAKE NO DEBITS - THE
      * ESTATE RELEASE IS THE ONLY WAY MONEY LEAVES.
       CHECK-DECEASED-REGISTER.
      * THE TRANSFER FOR A SECOND OWNER, SAME AS WITHDRAWAL.
       CHECK-SIGNING-RULE.
           MOVE "N" TO WS-SIGN-FLAG
           MOVE "N" TO WS-REFUSED-FLAG
           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
               INVALID KEY
                   DISPLAY "Requester is not an owner -"
                       " transfer refused"
                   SET WS-SIGNATORY-REFUSED TO TRUE
               NOT INVALID KEY
                   IF AOX-OWNER-ACTIVE
                       PERFORM WRITE-PENDING-AUTH
                   ELSE
                       DISPLAY "Requester is not an active owner -"
                           " transfer refused"
                       SET WS-SIGNATORY-REFUSED TO TRUE
                   END-IF
           END-READ.

      * THE DEBIT LEG IS SCORED THE SAME WAY WITHDRAWAL SCORES
      * ITS DEBITS - OUT OF CHARACTER FOR THE ACCOUNT MEANS A
      * SUPERVISOR RELEASES IT FROM THE QUEUE, ALONGSIDE THE
      * SECOND OWNER WHEN THE SIGNING RULE ALSO APPLIES.
       CHECK-DEBIT-ANOMALY.
           MOVE TRANSFER-AMT TO WS-SCORE-AMOUNT
           CALL "BEHSCORE" USING FROM-ACCOUNT WS-FROM-CUSTOMER
               WS-SCORE-AMOUNT "TLR" WS-ENTRY-BRANCH
               WS-ANOMALY-SCORE WS-ANOMALY-REASON WS-ANOMALY-FLAG
           IF WS-ANOMALY-REFER
               DISPLAY "DEBIT OUT OF PATTERN - SCORE "
                   WS-ANOMALY-SCORE " " WS-ANOMALY-REASON
           END-IF.

       QUEUE-FOR-SUPERVISOR.
           MOVE 0 TO WS-FIRST-OWNER
           PERFORM WRITE-PENDING-AUTH.

       WRITE-PENDING-AUTH.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-DATE       TO PAU-QUEUED-DATE
           MOVE WS-OPERATOR-ID   TO PAU-OPERATOR-ID
           SET PAU-AUTH-PENDING  TO TRUE
           IF WS-ANOMALY-REFER
               SET PAU-ANOMALY-REFER TO TRUE
           ELSE
               SET PAU-SIGNING-RULE  TO TRUE
           END-IF
           MOVE WS-ANOMALY-SCORE  TO PAU-ANOMALY-SCORE
           MOVE WS-ANOMALY-REASON TO PAU-ANOMALY-REASON
           MOVE "TLR"             TO PAU-CHANNEL-CODE
           WRITE PENDING-AUTH-RECORD
           CALL "FILERR" USING "TRANSFER" "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           CALL "AUDITLOG" USING "TRANSFER" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           PERFORM WRITE-DEBIT-STATEMENT-LEG
           IF WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
               MOVE TRANSFER-AMT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "TRANSFER" "FXDEBIT "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "TRANSFER" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL WS-FROM-CURRENCY
                   WS-GL-AMOUNT
           END-IF
           MOVE TRANSFER-AMT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING FROM-ACCOUNT WS-TS-TIME "O" "C"
               WS-MEMO-AMOUNT WS-OPERATOR-ID
           MOVE TRANSFER-AMT TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING FROM-ACCOUNT WS-FROM-CUSTOMER "D"
               "TRFD" "TLR" WS-ALERT-AMOUNT WS-FROM-CURRENCY
               WS-FROM-NEW-BALANCE

           MOVE WS-TO-RECORD TO ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-TO-NEW-BALANCE = ACM-BALANCE + WS-CREDIT-AMT
           MOVE WS-TO-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "TRANSFER" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           PERFORM WRITE-CREDIT-STATEMENT-LEG
           IF WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
               MOVE WS-CREDIT-AMT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "TRANSFER" "FXCREDIT"
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "TRANSFER" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL WS-TO-CURRENCY
                   WS-GL-AMOUNT
           END-IF
           MOVE WS-CREDIT-AMT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING TO-ACCOUNT WS-TS-TIME "I" "C"
               WS-MEMO-AMOUNT WS-OPERATOR-ID
           MOVE WS-CREDIT-AMT TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING TO-ACCOUNT ACM-CUSTOMER-ID "C"
               "TRFC" "TLR" WS-ALERT-AMOUNT WS-TO-CURRENCY
               WS-TO-NEW-BALANCE.

      * A CROSS-CURRENCY PAIR CARRIES THE APPLIED RATE ON BOTH
      * LEGS WITH NO TENDERED CURRENCY - EACH LEG IS ITS OWN
      * ACCOUNT'S SIDE OF THE CONVERSION, WHICH IS HOW FXPOSRPT
      * NETS IT INTO THE FX POSITION WITHOUT COUNTING IT TWICE.
       WRITE-DEBIT-STATEMENT-LEG.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "TRANSFER" "STMTEXT" WS-STMTEXT-STATUS
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE TRANSFER-AMT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE WS-APPLIED-RATE TO STX-EXCHANGE-RATE
           MOVE "TRFD" TO STX-TRANS-CODE
           MOVE TO-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.

           MOVE TO-ACCOUNT     TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT     TO TRUE
           MOVE WS-CREDIT-AMT  TO STX-TRANS-AMOUNT
           MOVE WS-TO-NEW-BALANCE TO STX-NEW-BALANCE
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE TRANSFER-AMT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE WS-APPLIED-RATE TO STX-EXCHANGE-RATE
           MOVE "TRFC" TO STX-TRANS-CODE
           MOVE FROM-ACCOUNT TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
