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

           SELECT PENDING-AUTH-QUEUE ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       FD  PENDING-AUTH-QUEUE.
       COPY "PENDAUTH.cpy".

       01 WS-HOLD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HOLDS     VALUE "Y".
       01 WS-HELD-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-CREDIT      PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-AVAILABLE   PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-COUNT       PIC 9(3)   VALUE 0.
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
      * WITHDRAWALS OVER THIS REFER TO A SUPERVISOR WHEN THE
      * CUSTOMER'S KYC REVIEW IS OVERDUE PAST GRACE.
       01 WS-KYC-THRESHOLD    PIC 9(6)   VALUE 10000.
          88 END-OF-AUTH-QUEUE VALUE "Y".
       01 WS-SIGN-FLAG        PIC X      VALUE "N".
          88 WS-SIGN-QUEUED   VALUE "Y".
      * THE PERSON AT THE COUNTER MAY NOT SIGN ON THE ACCOUNT AT
      * ALL - NOTHING IS QUEUED AND THE WITHDRAWAL IS REFUSED.
       01 WS-REFUSED-FLAG     PIC X      VALUE "N".
          88 WS-SIGNATORY-REFUSED VALUE "Y".
       01 WS-SIGN-THRESHOLD   PIC 9(9)V99.
       01 WS-FIRST-OWNER      PIC 9(8).
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-NEXT-AUTH-ID     PIC 9(8).
       01 WS-SCORE-AMOUNT     PIC 9(9)V99.
       01 WS-ANOMALY-SCORE    PIC 9(3)   VALUE 0.
       01 WS-ANOMALY-REASON   PIC X(25)  VALUE SPACES.
       01 WS-ANOMALY-FLAG     PIC X      VALUE "N".
          88 WS-ANOMALY-REFER VALUE "Y".
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-OVR-REASON       PIC X(3).
       01 WS-OVR-AMOUNT       PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-TERM-BLOCK-FLAG  PIC X      VALUE "N".
          88 WS-TERM-BLOCKED  VALUE "Y".
       01 WS-SUPERVISOR-ID    PIC X(8).
          88 WS-ABEND         VALUE "Y".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WITHDRAW-AMT        PIC 9(6).
      * CASH PAID OUT IN A CURRENCY OTHER THAN THE ACCOUNT'S IS
      * DEBITED AT ITS CONVERTED VALUE; THE PAID-OUT AMOUNT,
      * CURRENCY AND RATE GO ON THE STATEMENT LINE.
       01 WS-PAYOUT-CURRENCY  PIC X(3).
       01 WS-PAYOUT-AMT       PIC 9(6).
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-FX-TO-AMT        PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4)  VALUE 0.
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 NEW-BALANCE         PIC S9(9)V99.
       01 MIN-BAL              PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-OPERATOR-ID      PIC X(8).
      * A MANDATE HOLDER TRANSACTS IN THE ACCOUNT HOLDER'S PLACE
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
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-MANDATE-REFERENCE.
          05 FILLER           PIC X(8)   VALUE "MANDATE ".
          05 WS-MANDATE-REF-HOLDER PIC 9(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
                   DISPLAY "Withdrawal declined - account is dormant,"
                       " supervised reactivation required"
               WHEN OTHER
                   PERFORM CHECK-TRANSACTING-PARTY
                   IF WS-MANDATE-OK
                       PERFORM WITHDRAWAL-CHECKS
                   ELSE
                       PERFORM SHOW-MANDATE-REFUSAL
                   END-IF
           END-EVALUATE.

      * THE TELLER KEYS THE MANDATE HOLDER'S CUSTOMER ID WHEN
      * SOMEONE OTHER THAN THE ACCOUNT HOLDER IS AT THE COUNTER -
      * THE MANDATE MUST BE LIVE AND ALLOW WITHDRAWALS. THE
      * LIMIT IS CHECKED AGAIN ONCE THE AMOUNT IS KNOWN.
       CHECK-TRANSACTING-PARTY.
           DISPLAY "MANDATE HOLDER CUSTOMER ID (0 = ACCOUNT HOLDER): ".
           ACCEPT WS-MANDATE-HOLDER.

           SET WS-MANDATE-OK TO TRUE
           IF NOT WS-NO-MANDATE-HOLDER
               MOVE 0 TO WS-MANDATE-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               CALL "GETPDATE" USING WS-TS-DATE
               CALL "MNDCHK" USING ACCOUNT-NUMBER WS-MANDATE-HOLDER
                   "W" WS-MANDATE-AMOUNT WS-TS-DATE WS-MANDATE-RESULT
           END-IF.

       SHOW-MANDATE-REFUSAL.
           EVALUATE TRUE
               WHEN WS-NO-MANDATE
                   DISPLAY "Withdrawal declined - no mandate for "
                       WS-MANDATE-HOLDER " on the account"
               WHEN WS-MANDATE-LAPSED
                   DISPLAY "Withdrawal declined - mandate is revoked,"
                       " expired or not yet in force"
               WHEN WS-MANDATE-SCOPE
                   DISPLAY "Withdrawal declined - mandate does not"
                       " cover withdrawals"
               WHEN WS-MANDATE-LIMIT
                   DISPLAY "Withdrawal declined - over the mandate's"
                       " per-transaction limit"
           END-EVALUATE.

       CHECK-MANDATE-LIMIT.
           MOVE WITHDRAW-AMT TO WS-MANDATE-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           CALL "MNDCHK" USING ACCOUNT-NUMBER WS-MANDATE-HOLDER
               "W" WS-MANDATE-AMOUNT WS-TS-DATE WS-MANDATE-RESULT
           IF NOT WS-MANDATE-OK
               PERFORM SHOW-MANDATE-REFUSAL
               MOVE 0 TO WITHDRAW-AMT
           END-IF.

      * THE ACCOUNT'S TYPE MUST BE A LIVE CATALOG PRODUCT - AN
      * ACCOUNT BOOKED UNDER A TYPO OF A TYPE SURFACES HERE
      * INSTEAD OF SLIPPING EVERY PARAMETER LOOKUP FOREVER.
           DISPLAY "ENTER WITHDRAWAL AMOUNT: ".
           ACCEPT WITHDRAW-AMT.

           DISPLAY "ENTER PAYOUT CURRENCY (SPACES = HOME): ".
           ACCEPT WS-PAYOUT-CURRENCY.

           MOVE WITHDRAW-AMT TO WS-PAYOUT-AMT
           IF WS-PAYOUT-CURRENCY NOT = ACM-CURRENCY-CODE
              AND WITHDRAW-AMT > 0
               PERFORM CONVERT-PAYOUT-AMOUNT
           END-IF

           IF WITHDRAW-AMT > 0 AND NOT WS-NO-MANDATE-HOLDER
               PERFORM CHECK-MANDATE-LIMIT
           END-IF

           PERFORM LOOKUP-MIN-BAL

           IF WITHDRAW-AMT > 0
               PERFORM SUM-UNCLEARED-CHEQUES
               PERFORM SUM-ACTIVE-HOLDS
               PERFORM LOOKUP-OVERDRAFT-LIMIT
               CALL "MEMOBAL" USING ACCOUNT-NUMBER WS-MEMO-CREDIT
                   WS-MEMO-AVAILABLE WS-MEMO-COUNT
      * UNCLEARED CHEQUE CREDITS AND ACTIVE HOLDS ARE IN
      * ACM-BALANCE BUT NOT SPENDABLE - THE AVAILABLE BALANCE
      * EXCLUDES BOTH. CASH DEPOSITED AT THE COUNTER TODAY IS NOT
      * ON THE LEDGER UNTIL TONIGHT'S DEPOSIT RUN BUT IS SPENDABLE
      * NOW, SO ITS MEMO CREDIT COUNTS.
               COMPUTE NEW-BALANCE = ACM-BALANCE
                   + WS-MEMO-AVAILABLE
                   - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
                   - WITHDRAW-AMT
               IF NEW-BALANCE < WS-BAL-FLOOR
                       DISPLAY "Withdrawal declined - daily limit"
                           " reached"
                   ELSE
                       PERFORM CHECK-DEBIT-ANOMALY
                       PERFORM CHECK-SIGNING-RULE
                       EVALUATE TRUE
                           WHEN WS-SIGNATORY-REFUSED
                               CONTINUE
                           WHEN WS-SIGN-QUEUED
                               DISPLAY "Withdrawal queued - second"
                                   " owner must authorize"
                           WHEN WS-ANOMALY-REFER
                               PERFORM QUEUE-FOR-SUPERVISOR
                               DISPLAY "Withdrawal queued -"
                                   " supervisor must authorize"
                           WHEN OTHER
                               PERFORM APPLY-WITHDRAWAL
                               PERFORM UPDATE-VELOCITY-ACCUM
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
               DISPLAY "Invalid withdrawal amount"
           END-IF.

      * THE DEBIT IS WHOLE UNITS OF THE ACCOUNT'S CURRENCY, THE
      * SAME AS A CONVERTED DEPOSIT - EVERY CHECK BELOW RUNS ON
      * THE FIGURE THE ACCOUNT WILL ACTUALLY BE DEBITED WITH.
       CONVERT-PAYOUT-AMOUNT.
           MOVE WITHDRAW-AMT TO WS-FX-FROM-AMT
           CALL "FXCONV" USING WS-PAYOUT-CURRENCY ACM-CURRENCY-CODE
               WS-FX-FROM-AMT WS-FX-TO-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           EVALUATE TRUE
               WHEN WS-FX-NO-RATE
                   DISPLAY "Withdrawal declined - no rate for "
                       WS-PAYOUT-CURRENCY
                   MOVE 0 TO WITHDRAW-AMT
               WHEN WS-FX-TO-AMT > 999999
                   DISPLAY "Withdrawal declined - converted amount"
                       " exceeds limit"
                   MOVE 0 TO WITHDRAW-AMT
               WHEN OTHER
                   COMPUTE WITHDRAW-AMT ROUNDED = WS-FX-TO-AMT
                   DISPLAY "DEBIT " WITHDRAW-AMT " "
                       ACM-CURRENCY-CODE " AT RATE " WS-APPLIED-RATE
           END-EVALUATE.

      * A LARGE WITHDRAWAL FOR A CUSTOMER WHOSE KYC REVIEW IS
      * OVERDUE PAST GRACE REFERS TO A SUPERVISOR, THE WAY THE
      * DEPOSIT SIDE REFERS ITS LARGE ITEMS - REVIEWS GET DONE
      * ACCOUNT ANY MORE.
       CHECK-SIGNING-RULE.
           MOVE "N" TO WS-SIGN-FLAG
           MOVE "N" TO WS-REFUSED-FLAG
           PERFORM CHECK-FOR-ENTITY
           IF WS-IS-ENTITY
               PERFORM CHECK-ENTITY-SIGNATORY
           ELSE
               PERFORM CHECK-OWNER-SIGNING-RULE
           END-IF.

       CHECK-OWNER-SIGNING-RULE.
           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
               INVALID KEY
                   DISPLAY "Requester is not an owner -"
                       " withdrawal refused"
                   SET WS-SIGNATORY-REFUSED TO TRUE
               NOT INVALID KEY
                   IF AOX-OWNER-ACTIVE
                       PERFORM WRITE-PENDING-AUTH
                   ELSE
                       DISPLAY "Requester is not an active owner -"
                           " withdrawal refused"
                       SET WS-SIGNATORY-REFUSED TO TRUE
                   END-IF
           END-READ.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "WITHDRAW" "ENTREG" WS-ENTREG-STATUS
                   WS-ABEND-FLAG
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
           END-IF.

      * AN ENTITY'S ACCOUNT IS OPERATED BY ITS SIGNATORIES, NOT
      * ITS OWNERS. THE PERSON AT THE COUNTER MUST BE AN ACTIVE
      * SIGNATORY ON RELPARTY; OVER THEIR SIGNING LIMIT THE DEBIT
      * WAITS ON THE PENDING-AUTHORIZATION QUEUE FOR A SECOND
      * SIGNATORY. A ZERO LIMIT MEANS THEY MAY SIGN ALONE FOR ANY
      * AMOUNT.
       CHECK-ENTITY-SIGNATORY.
           DISPLAY "ENTER SIGNATORY CUSTOMER ID: "
           ACCEPT WS-FIRST-OWNER

           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               DISPLAY "No signatories on file for the entity -"
                   " withdrawal refused"
               SET WS-SIGNATORY-REFUSED TO TRUE
           ELSE
               CALL "FILERR" USING "WITHDRAW" "RELPARTY"
                   WS-RELPARTY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-CUSTOMER-ID TO RLP-ENTITY-ID
               MOVE "S"             TO RLP-RELATION
               MOVE WS-FIRST-OWNER  TO RLP-PARTY-ID
               READ RELATED-PARTIES
                   INVALID KEY
                       DISPLAY "Requester is not a signatory -"
                           " withdrawal refused"
                       SET WS-SIGNATORY-REFUSED TO TRUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT RLP-PARTY-ACTIVE
                               DISPLAY "Requester is not an active"
                                   " signatory - withdrawal refused"
                               SET WS-SIGNATORY-REFUSED TO TRUE
                           WHEN RLP-SIGNING-LIMIT > 0
                            AND WITHDRAW-AMT > RLP-SIGNING-LIMIT
                               DISPLAY "SIGNING LIMIT "
                                   RLP-SIGNING-LIMIT " EXCEEDED -"
                                   " SECOND SIGNATORY REQUIRED"
                               PERFORM WRITE-PENDING-AUTH
                               SET WS-SIGN-QUEUED TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE RELATED-PARTIES
           END-IF.

      * A DEBIT OUT OF CHARACTER FOR THE ACCOUNT - BY SIZE,
      * BRANCH, OR COMING STRAIGHT AFTER A REACTIVATION OR AN
      * ADDRESS CHANGE - WAITS ON THE QUEUE FOR A SUPERVISOR.
      * IF THE SIGNING RULE QUEUES IT TOO, THE ONE ENTRY NEEDS
      * BOTH THE SECOND OWNER AND THE SUPERVISOR.
       CHECK-DEBIT-ANOMALY.
           MOVE WITHDRAW-AMT TO WS-SCORE-AMOUNT
           CALL "BEHSCORE" USING ACCOUNT-NUMBER ACM-CUSTOMER-ID
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
           OPEN I-O PENDING-AUTH-QUEUE
           IF WS-PENDAUTH-STATUS = "35"
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
           CALL "FILERR" USING "WITHDRAW" "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE

           DISPLAY "Updated Balance = " NEW-BALANCE " "
               ACM-CURRENCY-CODE

           CALL "AUDITLOG" USING "WITHDRAWAL" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WITHDRAW-AMT TO WS-GL-AMOUNT
           IF WS-PAYOUT-CURRENCY = ACM-CURRENCY-CODE
               CALL "GLRULE" USING "WITHDRAW" "CASHWDR "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "WITHDRAW" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           ELSE
               PERFORM POST-CONVERTED-WITHDRAWAL
           END-IF

           PERFORM WRITE-STATEMENT-EXTRACT
           PERFORM WRITE-DAILY-WITHDRAWAL

           MOVE WITHDRAW-AMT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING ACCOUNT-NUMBER WS-TS-TIME "W" "C"
               WS-MEMO-AMOUNT WS-OPERATOR-ID

           MOVE WITHDRAW-AMT TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING ACCOUNT-NUMBER ACM-CUSTOMER-ID "D"
               "CWDR" "TLR" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
               NEW-BALANCE

           IF NOT WS-NO-MANDATE-HOLDER
               MOVE WITHDRAW-AMT TO WS-MANDATE-AMOUNT
               CALL "MNDLOG" USING "WITHDRAWAL" WS-MANDATE-HOLDER
                   ACCOUNT-NUMBER WS-MANDATE-AMOUNT WS-OPERATOR-ID
                   WS-ENTRY-BRANCH
           END-IF

           PERFORM CHARGE-EVENT-FEE.

      * CASH PAID OUT IN ANOTHER CURRENCY - THE ACCOUNT IS DEBITED
      * IN ITS CURRENCY INTO THE FX POSITION, AND THE CASH LEAVES
      * THE DRAWER IN THE PAYOUT CURRENCY OUT OF THE FX POSITION.
       POST-CONVERTED-WITHDRAWAL.
           CALL "GLRULE" USING "WITHDRAW" "FXDEBIT " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WITHDRAW" ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE WS-GL-AMOUNT

           MOVE WS-PAYOUT-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "WITHDRAW" "FXCREDIT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WITHDRAW" ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL WS-PAYOUT-CURRENCY WS-GL-AMOUNT.

      * THE COUNTER-WITHDRAWAL FEE CHARGES AT POSTING TIME ONCE
      * THE MONTH'S FREE ALLOWANCE IS USED UP - THE MTD COUNTER
      * HAS ALREADY COUNTED THIS WITHDRAWAL, SO COUNT > FREE
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-EVENT-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "WITHDRAW" "FEE     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WITHDRAW" ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE WS-GL-AMOUNT

           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "WITHDRAW" "STMTEXT"
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEE " TO STX-TRANS-CODE
           MOVE "WITHDRAWAL FEE" TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD
           CLOSE STATEMENT-EXTRACT

           MOVE WS-TS-DATE    TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME    TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE WS-PAYOUT-AMT TO STX-ORIG-AMOUNT
           IF WS-APPLIED-RATE = 0
               MOVE SPACES TO STX-CURRENCY-CODE
           ELSE
               MOVE WS-PAYOUT-CURRENCY TO STX-CURRENCY-CODE
           END-IF
           MOVE WS-APPLIED-RATE TO STX-EXCHANGE-RATE
           MOVE "CWDR" TO STX-TRANS-CODE
           IF WS-NO-MANDATE-HOLDER
               MOVE SPACES TO STX-REFERENCE
           ELSE
               MOVE WS-MANDATE-HOLDER TO WS-MANDATE-REF-HOLDER
               MOVE WS-MANDATE-REFERENCE TO STX-REFERENCE
           END-IF
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
