       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRCVR.

      *****************************************************
      * Post-outage voucher recovery. Each paper deposit or  *
      * withdrawal slip the branch took while the host link   *
      * was down is keyed here once it is back: a deposit goes *
      * into the DLYDEPST intake value-dated to the outage date *
      * and a withdrawal onto DLYWTHDR, both under the OFL       *
      * channel code, for tonight's DEPSCRUB, DEPOSIT and WDRPOST *
      * to post. Every voucher is kept on the OFFRCV register with *
      * the offline book figures it was paid against; a withdrawal  *
      * that took the account past its offline ceiling for the day,  *
      * or was paid on an account the book showed blocked, is flagged *
      * for OFFEXC. The same voucher cannot be keyed twice.            *
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

           SELECT OFFLINE-LIMITS ASSIGN TO "OFFLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OFL-ACCOUNT-NUMBER
               FILE STATUS WS-OFFLIM-STATUS.

           SELECT OFFLINE-RECOVERY ASSIGN TO "OFFRCV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ORV-KEY
               FILE STATUS WS-OFFRCV-STATUS.

           SELECT DAILY-DEPOSITS ASSIGN TO "DLYDEPST.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYDEP-STATUS.

           SELECT DAILY-WITHDRAWALS ASSIGN TO "DLYWTHDR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYWTHDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  OFFLINE-LIMITS.
       COPY "OFFLIM.cpy".

       FD  OFFLINE-RECOVERY.
       COPY "OFFRCV.cpy".

       FD  DAILY-DEPOSITS.
       COPY "DLYDEP.cpy".

       FD  DAILY-WITHDRAWALS.
       COPY "DLYWTH.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-OFFLIM-STATUS    PIC XX.
       01 WS-OFFRCV-STATUS    PIC XX.
       01 WS-DLYDEP-STATUS    PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-SCAN-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-SCAN      VALUE "Y".
       01 WS-OFFLIM-FLAG      PIC X      VALUE "Y".
          88 WS-BOOK-ON-FILE  VALUE "Y".
       01 WS-DUPLICATE-FLAG   PIC X      VALUE "N".
          88 WS-DUPLICATE-VOUCHER VALUE "Y".
       01 WS-TXN-TYPE         PIC X.
          88 WS-OFFLINE-DEPOSIT    VALUE "D".
          88 WS-OFFLINE-WITHDRAWAL VALUE "W".
       01 WS-ACCOUNT-NUMBER   PIC 9(10).
       01 WS-AMOUNT           PIC 9(6).
       01 WS-INSTRUMENT-TYPE  PIC X.
          88 WS-CASH-ITEM     VALUE "C" " ".
          88 WS-CHEQUE-ITEM   VALUE "Q".
       01 WS-CHEQUE-SERIAL    PIC 9(6)   VALUE 0.
       01 WS-DRAWEE-ROUTING   PIC X(11)  VALUE SPACES.
       01 WS-VOUCHER-NO       PIC X(10).
       01 WS-OUTAGE-DATE      PIC 9(8).
       01 WS-OUTAGE-TOTAL     PIC 9(9)V99.
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID      PIC X(8).
       01 LS-BRANCH           PIC X(4).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-BRANCH.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "OUTAGE DATE ON VOUCHER (YYYYMMDD): ".
           ACCEPT WS-OUTAGE-DATE.

           DISPLAY "VOUCHER TYPE - DEPOSIT(D) WITHDRAWAL(W): ".
           ACCEPT WS-TXN-TYPE.

           DISPLAY "ENTER ACCOUNT NUMBER: ".
           ACCEPT WS-ACCOUNT-NUMBER.

           DISPLAY "ENTER VOUCHER AMOUNT: ".
           ACCEPT WS-AMOUNT.

           DISPLAY "ENTER VOUCHER NUMBER: ".
           ACCEPT WS-VOUCHER-NO.

           MOVE "C" TO WS-INSTRUMENT-TYPE
           IF WS-OFFLINE-DEPOSIT
               DISPLAY "INSTRUMENT - CASH(C) CHEQUE(Q): "
               ACCEPT WS-INSTRUMENT-TYPE
               IF WS-CHEQUE-ITEM
                   DISPLAY "ENTER CHEQUE SERIAL: "
                   ACCEPT WS-CHEQUE-SERIAL
                   DISPLAY "ENTER DRAWEE BANK ROUTING CODE: "
                   ACCEPT WS-DRAWEE-ROUTING
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-OFFLINE-DEPOSIT
                    AND NOT WS-OFFLINE-WITHDRAWAL
                   DISPLAY "Invalid voucher type - enter D or W"
               WHEN WS-OUTAGE-DATE = 0
                   DISPLAY "Outage date is required"
               WHEN WS-OUTAGE-DATE > WS-TS-DATE
                   DISPLAY "Outage date is after the processing date"
               WHEN WS-AMOUNT NOT > 0
                   DISPLAY "Invalid voucher amount"
               WHEN WS-VOUCHER-NO = SPACES
                   DISPLAY "Voucher number is required"
               WHEN NOT WS-CASH-ITEM AND NOT WS-CHEQUE-ITEM
                   DISPLAY "Unknown instrument type"
               WHEN OTHER
                   PERFORM OPEN-ALL-FILES
                   PERFORM RECOVER-ONE-VOUCHER
                   CLOSE ACCOUNT-MASTER
                   IF WS-BOOK-ON-FILE
                       CLOSE OFFLINE-LIMITS
                   END-IF
                   CLOSE OFFLINE-RECOVERY
           END-EVALUATE

           GOBACK.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "OFFRCVR " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO BOOK YET (THE FIRST NIGHT'S OFFBOOK HAS NOT RUN) LEAVES
      * EVERY WITHDRAWAL FLAGGED AS NOT ON THE BOOK.
           MOVE "Y" TO WS-OFFLIM-FLAG
           OPEN INPUT OFFLINE-LIMITS
           IF WS-OFFLIM-STATUS = "35"
               MOVE "N" TO WS-OFFLIM-FLAG
           ELSE
               CALL "FILERR" USING "OFFRCVR " "OFFLIM"
                   WS-OFFLIM-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O OFFLINE-RECOVERY
           IF WS-OFFRCV-STATUS = "35"
               OPEN OUTPUT OFFLINE-RECOVERY
               CLOSE OFFLINE-RECOVERY
               OPEN I-O OFFLINE-RECOVERY
           END-IF
           CALL "FILERR" USING "OFFRCVR " "OFFRCV" WS-OFFRCV-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       RECOVER-ONE-VOUCHER.
           MOVE WS-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   PERFORM SCAN-ACCOUNT-VOUCHERS
                   IF WS-DUPLICATE-VOUCHER
                       DISPLAY "Voucher " WS-VOUCHER-NO
                           " already keyed for this account"
                   ELSE
                       PERFORM RECORD-ONE-VOUCHER
                   END-IF
           END-READ.

      * ONE PASS OVER THE ACCOUNT'S EARLIER VOUCHERS - THE SAME
      * VOUCHER NUMBER FOR THE SAME OUTAGE DATE IS A SECOND KEYING
      * OF ONE SLIP, AND THE WITHDRAWALS ALREADY KEYED FOR THE DATE
      * COUNT TOWARD THE CEILING.
       SCAN-ACCOUNT-VOUCHERS.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE 0 TO WS-OUTAGE-TOTAL
           MOVE "N" TO WS-SCAN-EOF-FLAG
           MOVE WS-ACCOUNT-NUMBER TO ORV-ACCOUNT-NUMBER
           MOVE 0 TO ORV-TRANS-SEQ
           START OFFLINE-RECOVERY KEY IS NOT LESS THAN ORV-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ OFFLINE-RECOVERY NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ORV-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF ORV-OUTAGE-DATE = WS-OUTAGE-DATE
                               IF ORV-VOUCHER-NO = WS-VOUCHER-NO
                                   SET WS-DUPLICATE-VOUCHER TO TRUE
                               END-IF
                               IF ORV-WITHDRAWAL
                                   ADD ORV-AMOUNT TO WS-OUTAGE-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-ONE-VOUCHER.
           MOVE WS-ACCOUNT-NUMBER  TO ORV-ACCOUNT-NUMBER
           MOVE WS-TS-TIME         TO ORV-TRANS-SEQ
           MOVE WS-TXN-TYPE        TO ORV-TXN-TYPE
           MOVE WS-INSTRUMENT-TYPE TO ORV-INSTRUMENT-TYPE
           MOVE WS-AMOUNT          TO ORV-AMOUNT
           MOVE LS-BRANCH          TO ORV-BRANCH
           MOVE WS-VOUCHER-NO      TO ORV-VOUCHER-NO
           MOVE WS-OUTAGE-DATE     TO ORV-OUTAGE-DATE
           MOVE LS-OPERATOR-ID     TO ORV-KEYED-BY
           MOVE WS-TS-DATE         TO ORV-KEYED-DATE
           MOVE 0                  TO ORV-REPORTED-DATE
           MOVE 0                  TO ORV-BOOK-DATE
           MOVE 0                  TO ORV-CEILING
           MOVE 0                  TO ORV-OUTAGE-TOTAL
           SET ORV-NO-EXCEPTION    TO TRUE
           IF ORV-WITHDRAWAL
               ADD WS-AMOUNT TO WS-OUTAGE-TOTAL
               MOVE WS-OUTAGE-TOTAL TO ORV-OUTAGE-TOTAL
               PERFORM JUDGE-AGAINST-BOOK
           END-IF

           WRITE OFFLINE-RECOVERY-RECORD
           CALL "FILERR" USING "OFFRCVR " "OFFRCV" WS-OFFRCV-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF ORV-DEPOSIT
               PERFORM WRITE-OFFLINE-DEPOSIT
           ELSE
               PERFORM WRITE-OFFLINE-WITHDRAWAL
           END-IF

           DISPLAY "VOUCHER " WS-VOUCHER-NO " KEYED FOR ACCOUNT "
               WS-ACCOUNT-NUMBER " - POSTS IN TONIGHT'S RUN"
           EVALUATE TRUE
               WHEN ORV-OVER-CEILING
                   DISPLAY "*** PAID OVER THE OFFLINE CEILING OF "
                       ORV-CEILING " - OUTAGE TOTAL "
                       ORV-OUTAGE-TOTAL " ***"
               WHEN ORV-BLOCKED-ACCOUNT
                   DISPLAY "*** PAID ON AN ACCOUNT THE OFFLINE BOOK"
                       " SHOWED BLOCKED ***"
               WHEN ORV-NOT-ON-BOOK
                   DISPLAY "*** ACCOUNT WAS NOT ON THE OFFLINE BOOK"
                       " ***"
           END-EVALUATE.

       JUDGE-AGAINST-BOOK.
           IF NOT WS-BOOK-ON-FILE
               SET ORV-NOT-ON-BOOK TO TRUE
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO OFL-ACCOUNT-NUMBER
               READ OFFLINE-LIMITS
                   INVALID KEY
                       SET ORV-NOT-ON-BOOK TO TRUE
                   NOT INVALID KEY
                       MOVE OFL-BOOK-DATE TO ORV-BOOK-DATE
                       MOVE OFL-CEILING   TO ORV-CEILING
                       EVALUATE TRUE
                           WHEN OFL-BLOCKED
                               SET ORV-BLOCKED-ACCOUNT TO TRUE
                           WHEN WS-OUTAGE-TOTAL > OFL-CEILING
                               SET ORV-OVER-CEILING TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

      * VALUE-DATED TO THE OUTAGE DATE - THE CUSTOMER HANDED THE
      * MONEY IN THAT DAY, SO DEPOSIT'S BACK-VALUE ROUTE MAKES THE
      * INTEREST GOOD FOR THE NIGHTS IT WAS NOT ON THE LEDGER.
       WRITE-OFFLINE-DEPOSIT.
           OPEN EXTEND DAILY-DEPOSITS
           IF WS-DLYDEP-STATUS = "35"
               OPEN OUTPUT DAILY-DEPOSITS
           END-IF
           CALL "FILERR" USING "OFFRCVR " "DLYDEPST" WS-DLYDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-TS-TIME         TO DTR-TRANS-SEQ
           MOVE WS-ACCOUNT-NUMBER  TO DTR-ACCOUNT-NUMBER
           MOVE WS-AMOUNT          TO DTR-DEPOSIT-AMT
           MOVE WS-INSTRUMENT-TYPE TO DTR-INSTRUMENT-TYPE
           MOVE LS-BRANCH          TO DTR-ENTRY-BRANCH
           MOVE LS-OPERATOR-ID     TO DTR-OPERATOR-ID
           MOVE "OFL"              TO DTR-CHANNEL-CODE
           MOVE ACM-CURRENCY-CODE  TO DTR-CURRENCY-CODE
           MOVE WS-OUTAGE-DATE     TO DTR-VALUE-DATE
           MOVE WS-CHEQUE-SERIAL   TO DTR-CHEQUE-SERIAL
           MOVE WS-DRAWEE-ROUTING  TO DTR-DRAWEE-ROUTING
           WRITE DAILY-DEPOSIT-RECORD

           CLOSE DAILY-DEPOSITS

      * THE DEPOSIT IS NOT ON THE LEDGER UNTIL TONIGHT'S RUN, SO IT
      * GOES ON THE MEMO FILE LIKE ANY OTHER COUNTER DEPOSIT.
           MOVE WS-AMOUNT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING WS-ACCOUNT-NUMBER WS-TS-TIME "D"
               WS-INSTRUMENT-TYPE WS-MEMO-AMOUNT LS-OPERATOR-ID.

       WRITE-OFFLINE-WITHDRAWAL.
           OPEN EXTEND DAILY-WITHDRAWALS
           IF WS-DLYWTHDR-STATUS = "35"
               OPEN OUTPUT DAILY-WITHDRAWALS
           END-IF
           CALL "FILERR" USING "OFFRCVR " "DLYWTHDR" WS-DLYWTHDR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-TS-TIME        TO WTR-TRANS-SEQ
           MOVE WS-ACCOUNT-NUMBER TO WTR-ACCOUNT-NUMBER
           MOVE WS-AMOUNT         TO WTR-WITHDRAW-AMT
           MOVE LS-BRANCH         TO WTR-ENTRY-BRANCH
           MOVE LS-OPERATOR-ID    TO WTR-OPERATOR-ID
           MOVE "OFL"             TO WTR-CHANNEL-CODE
           WRITE DAILY-WITHDRAWAL-RECORD

           CLOSE DAILY-WITHDRAWALS.
