       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLSETL.

      *****************************************************
      * Nightly biller settlement. For each biller with      *
      * pending BILLPMT payments taken on or before the       *
      * processing date, lists them on the settlement file     *
      * under a header and trailer of its own, credits the      *
      * biller's settlement account with their total in one      *
      * posting off the bill-payments-payable GL line, and marks  *
      * the payments settled. A biller whose settlement account is *
      * missing, closed, frozen or not in home currency is reported *
      * and skipped - its payments stay pending for the next night   *
      * once the account is put right.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO "BILLER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BLR-BILLER-ID
               FILE STATUS WS-BILLER-STATUS.

           SELECT BILL-PAYMENTS ASSIGN TO "BILLPMT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BPM-KEY
               FILE STATUS WS-BILLPMT-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "BILLSETL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BILLSETL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-MASTER.
       COPY "BILLER.cpy".

       FD  BILL-PAYMENTS.
       COPY "BILLPMT.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  SETTLEMENT-FILE.
       COPY "BILLSETL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLER-STATUS    PIC XX.
       01 WS-BILLPMT-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-BILLSETL-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BILLERS   VALUE "Y".
       01 WS-PMT-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-ACCOUNT-FLAG     PIC X      VALUE "N".
          88 WS-ACCOUNT-OK    VALUE "Y".
       01 WS-PENDING-COUNT    PIC 9(7)   VALUE 0.
       01 WS-PENDING-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DETAIL-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-SETTLED-BILLERS  PIC 9(5)   VALUE 0.
       01 WS-SKIPPED-BILLERS  PIC 9(5)   VALUE 0.
       01 WS-SETTLED-PAYMENTS PIC 9(7)   VALUE 0.
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-SETTLE-REFERENCE.
          05 FILLER           PIC X(5)   VALUE "SETL ".
          05 WS-SETL-DATE     PIC 9(8).
          05 FILLER           PIC X(3)   VALUE SPACES.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-DATE TO WS-SETL-DATE

           PERFORM OPEN-ALL-FILES

           IF WS-BILLER-STATUS = "35" OR WS-BILLPMT-STATUS = "35"
               DISPLAY "NO BILLERS OR BILL PAYMENTS ON FILE -"
                   " NOTHING TO SETTLE"
           ELSE
               PERFORM READ-NEXT-BILLER
               PERFORM UNTIL END-OF-BILLERS
                   PERFORM SETTLE-ONE-BILLER
                   PERFORM READ-NEXT-BILLER
               END-PERFORM
           END-IF

           DISPLAY "BILLER SETTLEMENT COMPLETE - BILLERS SETTLED "
               WS-SETTLED-BILLERS " SKIPPED " WS-SKIPPED-BILLERS
               " PAYMENTS " WS-SETTLED-PAYMENTS

           IF WS-BILLER-STATUS NOT = "35"
               CLOSE BILLER-MASTER
           END-IF
           IF WS-BILLPMT-STATUS NOT = "35"
               CLOSE BILL-PAYMENTS
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE SETTLEMENT-FILE

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O BILLER-MASTER
           IF WS-BILLER-STATUS NOT = "35"
               CALL "FILERR" USING "BILLSETL" "BILLER" WS-BILLER-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O BILL-PAYMENTS
           IF WS-BILLPMT-STATUS NOT = "35"
               CALL "FILERR" USING "BILLSETL" "BILLPMT"
                   WS-BILLPMT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "BILLSETL" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "BILLSETL" "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SETTLEMENT-FILE
           CALL "FILERR" USING "BILLSETL" "BILLSETL" WS-BILLSETL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-BILLER.
           READ BILLER-MASTER NEXT RECORD
               AT END SET END-OF-BILLERS TO TRUE
           END-READ.

      * A SUSPENDED BILLER TAKES NO NEW PAYMENTS, BUT WHAT WAS
      * ALREADY COLLECTED FOR IT STILL SETTLES.
       SETTLE-ONE-BILLER.
           PERFORM TOTAL-PENDING-PAYMENTS
           IF WS-PENDING-COUNT > 0
               PERFORM CHECK-SETTLEMENT-ACCOUNT
               IF WS-ACCOUNT-OK
                   PERFORM WRITE-HEADER-RECORD
                   PERFORM LIST-AND-SETTLE-PAYMENTS
                   PERFORM WRITE-TRAILER-RECORD
                   PERFORM APPLY-SETTLEMENT-CREDIT
                   MOVE WS-TS-DATE TO BLR-LAST-SETTLED-DATE
                   REWRITE BILLER-RECORD
                   CALL "FILERR" USING "BILLSETL" "BILLER"
                       WS-BILLER-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SETTLED-BILLERS
               ELSE
                   ADD 1 TO WS-SKIPPED-BILLERS
               END-IF
           END-IF.

      * FIRST PASS ONLY COUNTS, SO NOTHING IS WRITTEN OR MARKED
      * FOR A BILLER WHOSE ACCOUNT TURNS OUT TO BE UNUSABLE.
       TOTAL-PENDING-PAYMENTS.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-PENDING-TOTAL
           PERFORM START-BILLER-PAYMENTS
           PERFORM UNTIL END-OF-PAYMENTS
               READ BILL-PAYMENTS NEXT RECORD
                   AT END SET END-OF-PAYMENTS TO TRUE
                   NOT AT END
                       IF BPM-BILLER-ID NOT = BLR-BILLER-ID
                          OR BPM-PAY-DATE > WS-TS-DATE
                           SET END-OF-PAYMENTS TO TRUE
                       ELSE
                           IF BPM-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                               ADD BPM-AMOUNT TO WS-PENDING-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-BILLER-PAYMENTS.
           MOVE "N" TO WS-PMT-EOF-FLAG
           MOVE BLR-BILLER-ID TO BPM-BILLER-ID
           MOVE 0 TO BPM-PAY-DATE
           MOVE 0 TO BPM-SEQ
           START BILL-PAYMENTS KEY IS NOT LESS THAN BPM-KEY
               INVALID KEY SET END-OF-PAYMENTS TO TRUE
           END-START.

       CHECK-SETTLEMENT-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FLAG
           MOVE BLR-SETTLE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "BILLER " BLR-BILLER-ID " NOT SETTLED -"
                       " SETTLEMENT ACCOUNT " BLR-SETTLE-ACCOUNT
                       " NOT FOUND"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACM-ACCT-CLOSED
                           DISPLAY "BILLER " BLR-BILLER-ID
                               " NOT SETTLED - SETTLEMENT ACCOUNT "
                               BLR-SETTLE-ACCOUNT " CLOSED"
      * A FROZEN ACCOUNT TAKES NO CREDITS EITHER - THE LEGAL
      * ORDER FENCES THE ACCOUNT IN BOTH DIRECTIONS.
                       WHEN ACM-ACCT-FROZEN
                           DISPLAY "BILLER " BLR-BILLER-ID
                               " NOT SETTLED - SETTLEMENT ACCOUNT "
                               BLR-SETTLE-ACCOUNT " FROZEN"
                       WHEN ACM-CURRENCY-CODE NOT = SPACES
                           DISPLAY "BILLER " BLR-BILLER-ID
                               " NOT SETTLED - SETTLEMENT ACCOUNT "
                               BLR-SETTLE-ACCOUNT " NOT HOME CURRENCY"
                       WHEN OTHER
                           MOVE "Y" TO WS-ACCOUNT-FLAG
                   END-EVALUATE
           END-READ
           IF NOT WS-ACCOUNT-OK
               DISPLAY "  " WS-PENDING-COUNT " PAYMENT(S) TOTALLING "
                   WS-PENDING-TOTAL " LEFT PENDING"
           END-IF.

       LIST-AND-SETTLE-PAYMENTS.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL
           PERFORM START-BILLER-PAYMENTS
           PERFORM UNTIL END-OF-PAYMENTS
               READ BILL-PAYMENTS NEXT RECORD
                   AT END SET END-OF-PAYMENTS TO TRUE
                   NOT AT END
                       IF BPM-BILLER-ID NOT = BLR-BILLER-ID
                          OR BPM-PAY-DATE > WS-TS-DATE
                           SET END-OF-PAYMENTS TO TRUE
                       ELSE
                           IF BPM-PENDING
                               PERFORM SETTLE-ONE-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-ONE-PAYMENT.
           MOVE SPACES TO BILL-SETTLEMENT-RECORD
           SET BST-DETAIL         TO TRUE
           MOVE BPM-BILLER-ID     TO BST-BILLER-ID
           MOVE BPM-PAY-DATE      TO BST-PAY-DATE
           MOVE BPM-CONSUMER-REF  TO BST-CONSUMER-REF
           MOVE BPM-AMOUNT        TO BST-AMOUNT
           MOVE BPM-CHANNEL-CODE  TO BST-CHANNEL-CODE
           MOVE BPM-SEQ           TO BST-PAYMENT-SEQ
           WRITE BILL-SETTLEMENT-RECORD
           CALL "FILERR" USING "BILLSETL" "BILLSETL" WS-BILLSETL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD BPM-AMOUNT TO WS-DETAIL-TOTAL

           SET BPM-SETTLED TO TRUE
           MOVE WS-TS-DATE TO BPM-SETTLED-DATE
           REWRITE BILL-PAYMENT-RECORD
           CALL "FILERR" USING "BILLSETL" "BILLPMT" WS-BILLPMT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-SETTLED-PAYMENTS.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO BILL-SETTLEMENT-RECORD
           SET BST-HEADER    TO TRUE
           MOVE BLR-BILLER-ID TO BST-BILLER-ID
           MOVE BLR-NAME      TO BSH-BILLER-NAME
           MOVE WS-TS-DATE    TO BSH-SETTLE-DATE
           WRITE BILL-SETTLEMENT-RECORD
           CALL "FILERR" USING "BILLSETL" "BILLSETL" WS-BILLSETL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO BILL-SETTLEMENT-RECORD
           SET BST-TRAILER         TO TRUE
           MOVE BLR-BILLER-ID      TO BST-BILLER-ID
           MOVE WS-DETAIL-COUNT    TO BSR-RECORD-COUNT
           MOVE WS-DETAIL-TOTAL    TO BSR-AMOUNT-TOTAL
           MOVE BLR-SETTLE-ACCOUNT TO BSR-SETTLE-ACCOUNT
           WRITE BILL-SETTLEMENT-RECORD
           CALL "FILERR" USING "BILLSETL" "BILLSETL" WS-BILLSETL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ONE CREDIT PER BILLER FOR THE NIGHT'S TOTAL, OFF THE
      * BILL-PAYMENTS-PAYABLE LINE THE CUSTOMER DEBITS WENT TO.
      * THE ACCOUNT RECORD IS STILL THE ONE READ BY THE CHECK.
       APPLY-SETTLEMENT-CREDIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WS-DETAIL-TOTAL
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "BILLSETL" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "BILLSETL" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-DETAIL-TOTAL TO WS-GL-AMOUNT
           CALL "GLRULE" USING "BILLSETL" "SETTLE  " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "BILLSETL" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WS-DETAIL-TOTAL    TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "BAT"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "BILS" TO STX-TRANS-CODE
           MOVE WS-SETTLE-REFERENCE TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE WS-DETAIL-TOTAL TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID "C"
               "BILS" "BAT" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
               WS-NEW-BALANCE.
