       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTISS.

      *****************************************************
      * Demand draft and banker's cheque issuance at the     *
      * teller. The purchaser pays either from an account -   *
      * the debit goes through the same checks WITHDRAWAL      *
      * makes, freeze, holds, uncleared cheques, MINBALPM floor *
      * or overdraft limit - or in cash into the teller's        *
      * drawer. Either way the money moves to the drafts-payable  *
      * GL line, and the instrument is booked on DRAFTREG under    *
      * the next serial to wait for its presentment through         *
      * INCLEAR.                                                     *
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

           SELECT DRAFT-REGISTER ASSIGN TO "DRAFTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DFT-SERIAL
               FILE STATUS WS-DRAFTREG-STATUS.

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

       FD  DRAFT-REGISTER.
       COPY "DRAFTREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-DRAFTREG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-CHQ-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-CLEARING  VALUE "Y".
       01 WS-HOLD-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HOLDS     VALUE "Y".
       01 WS-DRAFT-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-DRAFTS    VALUE "Y".
       01 WS-DECEASED-FLAG    PIC X      VALUE "N".
          88 WS-CUST-DECEASED VALUE "Y".
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-UNCLEARED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ISSUE-BRANCH     PIC X(4).
       01 WS-INSTRUMENT-TYPE  PIC X.
          88 WS-VALID-INSTRUMENT VALUE "D" "B".
       01 WS-PURCHASE-MODE    PIC X.
          88 WS-VALID-MODE    VALUE "A" "C".
       01 WS-PAYEE-NAME       PIC X(30).
       01 WS-SERIAL           PIC 9(6).
       01 WS-STALE-SPLIT.
          05 WS-STALE-YYYY    PIC 9(4).
          05 WS-STALE-MM      PIC 9(2).
          05 WS-STALE-DD      PIC 9(2).
       01 ACCOUNT-NUMBER      PIC 9(10)  VALUE 0.
       01 DRAFT-AMT           PIC 9(9)V99.
       01 NEW-BALANCE         PIC S9(9)V99.
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER ISSUING BRANCH: ".
           ACCEPT WS-ISSUE-BRANCH.

           CALL "BRCHK" USING WS-ISSUE-BRANCH WS-BRANCH-FLAG
               WS-BRANCH-REGION
           IF NOT WS-BRANCH-OPEN
               DISPLAY "Unknown or closed branch " WS-ISSUE-BRANCH
                   " - issue refused"
           ELSE
               PERFORM TAKE-THE-INSTRUMENT
           END-IF

           GOBACK.

       TAKE-THE-INSTRUMENT.
           DISPLAY "ENTER D=DEMAND DRAFT, B=BANKER'S CHEQUE: ".
           ACCEPT WS-INSTRUMENT-TYPE.

           DISPLAY "ENTER PAYEE NAME: ".
           ACCEPT WS-PAYEE-NAME.

           DISPLAY "ENTER AMOUNT: ".
           ACCEPT DRAFT-AMT.

           DISPLAY "ENTER A=FROM ACCOUNT, C=CASH: ".
           ACCEPT WS-PURCHASE-MODE.

           EVALUATE TRUE
               WHEN NOT WS-VALID-INSTRUMENT
                   DISPLAY "Invalid instrument type"
               WHEN WS-PAYEE-NAME = SPACES
                   DISPLAY "Payee name is required"
               WHEN DRAFT-AMT NOT > 0
                   DISPLAY "Invalid amount"
               WHEN NOT WS-VALID-MODE
                   DISPLAY "Invalid purchase mode"
               WHEN WS-PURCHASE-MODE = "C"
                   PERFORM ISSUE-FOR-CASH
               WHEN OTHER
                   PERFORM ISSUE-FROM-ACCOUNT
           END-EVALUATE.

      * CASH GOES STRAIGHT INTO THE TELLER'S DRAWER - DRAWREC
      * PICKS IT UP OFF THE REGISTER AS CASH IN FOR THE OPERATOR.
       ISSUE-FOR-CASH.
           MOVE 0 TO ACCOUNT-NUMBER
           MOVE DRAFT-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "DRAFTISS" "ISSUECSH" "**"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "DRAFTISS" WS-ISSUE-BRANCH "**"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           PERFORM BOOK-THE-INSTRUMENT.

       ISSUE-FROM-ACCOUNT.
           DISPLAY "ENTER PURCHASER ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "DRAFTISS" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   PERFORM CHECK-THE-PURCHASER
           END-READ

           CLOSE ACCOUNT-MASTER.

       CHECK-THE-PURCHASER.
           PERFORM CHECK-DECEASED-REGISTER
           EVALUATE TRUE
               WHEN WS-CUST-DECEASED
                   DISPLAY "Issue declined - account holder"
                       " is deceased, estate handling applies"
               WHEN ACM-ACCT-FROZEN
                   DISPLAY "Issue declined - account is frozen"
                       " under a legal order"
               WHEN ACM-ACCT-DORMANT
                   DISPLAY "Issue declined - account is dormant,"
                       " supervised reactivation required"
               WHEN NOT ACM-ACCT-ACTIVE
                   DISPLAY "Issue declined - account is not active"
               WHEN OTHER
                   PERFORM CHECK-AVAILABLE-FUNDS
           END-EVALUATE.

      * A DECEASED CUSTOMER'S ACCOUNTS TAKE NO DEBITS - THE
      * ESTATE RELEASE IS THE ONLY WAY MONEY LEAVES.
       CHECK-DECEASED-REGISTER.
           MOVE "N" TO WS-DECEASED-FLAG
           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DRAFTISS" "DECREG"
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

      * SAME AVAILABLE-BALANCE RULE AS WITHDRAWAL: UNCLEARED
      * CHEQUE CREDITS AND ACTIVE HOLDS ARE NOT SPENDABLE.
       CHECK-AVAILABLE-FUNDS.
           PERFORM LOOKUP-MIN-BAL
           PERFORM SUM-UNCLEARED-CHEQUES
           PERFORM SUM-ACTIVE-HOLDS
           PERFORM LOOKUP-OVERDRAFT-LIMIT
           COMPUTE NEW-BALANCE = ACM-BALANCE
               - WS-UNCLEARED-TOTAL - WS-HELD-TOTAL
               - DRAFT-AMT
           IF NEW-BALANCE < WS-BAL-FLOOR
               DISPLAY "Issue declined - below minimum balance"
           ELSE
               PERFORM APPLY-PURCHASE-DEBIT
               PERFORM BOOK-THE-INSTRUMENT
           END-IF.

       LOOKUP-MIN-BAL.
           MOVE ACM-ACCOUNT-TYPE TO MBP-ACCOUNT-TYPE
           OPEN INPUT MIN-BAL-PARAMETER
           CALL "FILERR" USING "DRAFTISS" "MINBALPM" WS-MINBALPM-STATUS
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
               CALL "FILERR" USING "DRAFTISS" "OVRDRLIM"
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
               CALL "FILERR" USING "DRAFTISS" "CHQCLR" WS-CHQCLR-STATUS
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
               CALL "FILERR" USING "DRAFTISS" "HOLDFILE"
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

      * THE DEBIT LEAVES THE CUSTOMER LIABILITY FOR DRAFTS
      * PAYABLE, WHERE IT SITS UNTIL THE INSTRUMENT IS PAID
      * THROUGH CLEARING OR CANCELLED AND REFUNDED.
       APPLY-PURCHASE-DEBIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE NEW-BALANCE = ACM-BALANCE - DRAFT-AMT
           MOVE NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "DRAFTISS" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "DRAFTISS" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE DRAFT-AMT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "DRAFTISS" "ISSUEACT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "DRAFTISS" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT.

      * THE SERIAL IS TAKEN AFTER THE MONEY HAS MOVED, SO A
      * DECLINED PURCHASE NEVER BURNS A NUMBER FROM THE RUN.
       BOOK-THE-INSTRUMENT.
           OPEN I-O DRAFT-REGISTER
           IF WS-DRAFTREG-STATUS = "35"
               OPEN OUTPUT DRAFT-REGISTER
               CLOSE DRAFT-REGISTER
               OPEN I-O DRAFT-REGISTER
           END-IF
           CALL "FILERR" USING "DRAFTISS" "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-SERIAL
           PERFORM COMPUTE-STALE-DATE

           MOVE WS-SERIAL          TO DFT-SERIAL
           MOVE WS-INSTRUMENT-TYPE TO DFT-INSTRUMENT-TYPE
           MOVE WS-ISSUE-BRANCH    TO DFT-ISSUE-BRANCH
           MOVE WS-PAYEE-NAME      TO DFT-PAYEE-NAME
           MOVE DRAFT-AMT          TO DFT-AMOUNT
           MOVE WS-PURCHASE-MODE   TO DFT-PURCHASE-MODE
           MOVE ACCOUNT-NUMBER     TO DFT-PURCHASER-ACCOUNT
           MOVE WS-OPERATOR-ID     TO DFT-OPERATOR-ID
           MOVE WS-TS-DATE         TO DFT-ISSUE-DATE
           MOVE WS-STALE-SPLIT     TO DFT-STALE-DATE
           SET DFT-ISSUED          TO TRUE
           MOVE WS-TS-DATE         TO DFT-STATUS-DATE
           MOVE 0                  TO DFT-PAID-ITEM-SEQ
           MOVE SPACES             TO DFT-CANCEL-OPERATOR
           MOVE SPACES             TO DFT-REFUND-MODE
           WRITE DRAFT-REGISTER-RECORD
           CALL "FILERR" USING "DRAFTISS" "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE DRAFT-REGISTER

           IF DFT-FROM-ACCOUNT
               PERFORM WRITE-STATEMENT-EXTRACT
           END-IF

           DISPLAY "INSTRUMENT " WS-SERIAL " ISSUED - " DRAFT-AMT
               " TO " WS-PAYEE-NAME
           DISPLAY "STALE AFTER " DFT-STALE-DATE.

       FIND-NEXT-SERIAL.
           MOVE 0 TO WS-SERIAL
           MOVE "N" TO WS-DRAFT-EOF-FLAG
           MOVE 0 TO DFT-SERIAL
           START DRAFT-REGISTER KEY IS GREATER THAN DFT-SERIAL
               INVALID KEY SET END-OF-DRAFTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-DRAFTS
               READ DRAFT-REGISTER NEXT RECORD
                   AT END SET END-OF-DRAFTS TO TRUE
                   NOT AT END
                       MOVE DFT-SERIAL TO WS-SERIAL
               END-READ
           END-PERFORM
           ADD 1 TO WS-SERIAL.

      * STALE THREE MONTHS AFTER ISSUE, DAY CAPPED AT THE 28TH
      * SO THE DATE EXISTS IN EVERY MONTH.
       COMPUTE-STALE-DATE.
           MOVE WS-TS-DATE TO WS-STALE-SPLIT
           ADD 3 TO WS-STALE-MM
           IF WS-STALE-MM > 12
               SUBTRACT 12 FROM WS-STALE-MM
               ADD 1 TO WS-STALE-YYYY
           END-IF
           IF WS-STALE-DD > 28
               MOVE 28 TO WS-STALE-DD
           END-IF.

       WRITE-STATEMENT-EXTRACT.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "DRAFTISS" "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL  TO TRUE
           MOVE DRAFT-AMT      TO STX-TRANS-AMOUNT
           MOVE NEW-BALANCE    TO STX-NEW-BALANCE
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "DFTI" TO STX-TRANS-CODE
           MOVE WS-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
