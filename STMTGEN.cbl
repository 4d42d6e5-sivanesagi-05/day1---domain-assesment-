               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT STATEMENT-PRINT ASSIGN TO "STMTPRN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTPRN-STATUS.

           SELECT BILLER-MASTER ASSIGN TO "BILLER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BLR-BILLER-ID
               FILE STATUS WS-BILLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CYCLES.
       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-PRINT.
       01 STATEMENT-PRINT-LINE   PIC X(80).

       FD  BILLER-MASTER.
       COPY "BILLER.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STMTCYC-STATUS   PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTPRN-STATUS   PIC XX.
       01 WS-BILLER-STATUS    PIC XX.
       01 WS-BILLER-FILE-FLAG PIC X      VALUE "N".
          88 WS-BILLER-FILE-OPEN VALUE "Y".
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          05 WHD-TO-DATE      PIC 9(8).
          05 FILLER           PIC X(9)   VALUE " OPENING ".
          05 WHD-OPEN-BAL     PIC -(9)9.99.
      * EVERY AMOUNT ON THE STATEMENT IS IN THE ACCOUNT'S OWN
      * CURRENCY, NAMED HERE.
          05 FILLER           PIC X(5)   VALUE " CCY ".
          05 WHD-CURRENCY     PIC X(4).
          05 FILLER           PIC X(4)   VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-POSTING-DATE PIC 9(8).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-DESCRIPTION  PIC X(24).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-TRANS-AMOUNT PIC 9(9).99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-BALANCE      PIC -(9)9.99.
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDT-CHANNEL      PIC X(3).
          05 FILLER           PIC X(10)  VALUE SPACES.
      * PRINTED UNDER THE DETAIL LINE ONLY WHEN THE POSTING
      * CARRIED A REFERENCE - CHEQUE SERIAL, COUNTER-ACCOUNT.
       01 WS-REFERENCE-LINE.
          05 FILLER           PIC X(12)  VALUE SPACES.
          05 FILLER           PIC X(5)   VALUE "REF: ".
          05 WRF-REFERENCE    PIC X(16).
          05 FILLER           PIC X(47)  VALUE SPACES.
      * A BILL PAYMENT'S REFERENCE IS THE BILLER ID AND THE
      * CONSUMER NUMBER - PRINTED WITH THE BILLER'S NAME INSTEAD.
       01 WS-BILLER-LINE.
          05 FILLER           PIC X(12)  VALUE SPACES.
          05 FILLER           PIC X(8)   VALUE "BILLER: ".
          05 WBL-BILLER-NAME  PIC X(30).
          05 FILLER           PIC X(14)  VALUE " CONSUMER NO: ".
          05 WBL-CONSUMER-REF PIC X(12).
          05 FILLER           PIC X(4)   VALUE SPACES.
       01 WS-NARRATIVE        PIC X(12).
       01 WS-TRAILER-LINE.
          05 FILLER           PIC X(10)  VALUE "  CLOSING ".
          05 WTL-CLOSE-BAL    PIC -(9)9.99.

           CLOSE STATEMENT-CYCLES
           CLOSE TRANSACTION-HISTORY
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-PRINT
           IF WS-BILLER-FILE-OPEN
               CLOSE BILLER-MASTER
           END-IF

           STOP RUN.

               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "STMTGEN " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-PRINT
           CALL "FILERR" USING "STMTGEN " "STMTPRN" WS-STMTPRN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT BILLER-MASTER
           IF WS-BILLER-STATUS NOT = "35"
               CALL "FILERR" USING "STMTGEN " "BILLER" WS-BILLER-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               SET WS-BILLER-FILE-OPEN TO TRUE
           END-IF.

       READ-NEXT-CYCLE.
           MOVE WS-FROM-DATE       TO WHD-FROM-DATE
           MOVE SCY-NEXT-CYCLE-DATE TO WHD-TO-DATE
           MOVE SCY-LAST-CLOSE-BAL TO WHD-OPEN-BAL
           PERFORM FIND-ACCOUNT-CURRENCY
           WRITE STATEMENT-PRINT-LINE FROM WS-HEADER-LINE

           MOVE SCY-LAST-CLOSE-BAL TO WS-CLOSE-BALANCE

           PERFORM ADVANCE-THE-CYCLE.

      * A CYCLE LEFT ON AN ACCOUNT SINCE PURGED PRINTS AS HOME.
       FIND-ACCOUNT-CURRENCY.
           MOVE "HOME" TO WHD-CURRENCY
           MOVE SCY-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-CURRENCY-CODE NOT = SPACES
                       MOVE ACM-CURRENCY-CODE TO WHD-CURRENCY
                   END-IF
           END-READ.

       LIST-CYCLE-TRANSACTIONS.
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE SCY-ACCOUNT-NUMBER TO THR-ACCOUNT-NUMBER

       WRITE-ONE-DETAIL.
           MOVE THR-POSTING-DATE   TO WDT-POSTING-DATE
           CALL "TXNDESC" USING THR-TRANS-CODE THR-TRANS-TYPE
               WS-NARRATIVE WDT-DESCRIPTION
           MOVE THR-TRANS-AMOUNT   TO WDT-TRANS-AMOUNT
           MOVE THR-RESULT-BALANCE TO WDT-BALANCE
           MOVE THR-CHANNEL-CODE   TO WDT-CHANNEL
           WRITE STATEMENT-PRINT-LINE FROM WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN THR-TRANS-CODE = "BILP"
                   PERFORM WRITE-BILLER-LINE
               WHEN THR-REFERENCE NOT = SPACES
                   MOVE THR-REFERENCE TO WRF-REFERENCE
                   WRITE STATEMENT-PRINT-LINE FROM WS-REFERENCE-LINE
           END-EVALUATE
           MOVE THR-RESULT-BALANCE TO WS-CLOSE-BALANCE
           ADD 1 TO WS-LINE-COUNT.

           IF WS-ABEND
               STOP RUN
           END-IF.

      * A BILLER NO LONGER ON FILE PRINTS UNDER ITS ID.
       WRITE-BILLER-LINE.
           MOVE THR-REFERENCE(1:4)  TO WBL-BILLER-NAME
           MOVE THR-REFERENCE(5:12) TO WBL-CONSUMER-REF
           IF WS-BILLER-FILE-OPEN
               MOVE THR-REFERENCE(1:4) TO BLR-BILLER-ID
               READ BILLER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BLR-NAME TO WBL-BILLER-NAME
               END-READ
           END-IF
           WRITE STATEMENT-PRINT-LINE FROM WS-BILLER-LINE.
