       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTPCHK.

      *****************************************************
      * Nightly promise-to-pay check. Tonight's LOANPOST     *
      * repayments are credited to the queued borrowers who   *
      * made them - against the open promise where there is    *
      * one - and every open promise is then judged: paid in    *
      * full is kept, and one whose date has passed short of the *
      * amount is broken. A broken promise moves the loan up a    *
      * bucket to that bucket's collector and sends the guarantors *
      * a notice at the new bucket. Each payment, kept and broken   *
      * line goes to the PTPLOG for the collector performance        *
      * report.                                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-PAYMENTS ASSIGN TO "LOANPAY.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LOANPAY-STATUS.

           SELECT COLLECTION-QUEUE ASSIGN TO "COLLQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CLQ-CUSTOMER-ID
               FILE STATUS WS-COLLQ-STATUS.

           SELECT COLLECTOR-ASSIGNMENTS ASSIGN TO "COLLASGN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAS-KEY
               FILE STATUS WS-COLLASGN-STATUS.

           SELECT GUARANTOR-REGISTER ASSIGN TO "GUARREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GUA-KEY
               FILE STATUS WS-GUARREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT PROMISE-LOG ASSIGN TO "PTPLOG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PTPLOG-STATUS.

           SELECT ESCALATION-NOTICES ASSIGN TO "PTPGNTC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PTPGNTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-PAYMENTS.
       01 LOAN-PAYMENT-RECORD.
          05 LPY-TRANS-SEQ          PIC 9(8).
          05 LPY-CUSTOMER-ID        PIC 9(8).
          05 LPY-PAYMENT-AMT        PIC 9(9)V99.
          05 LPY-TRANS-TYPE         PIC X.
             88 LPY-REGULAR         VALUE " ".
             88 LPY-PAYOFF          VALUE "P".

       FD  COLLECTION-QUEUE.
       COPY "COLLQ.cpy".

       FD  COLLECTOR-ASSIGNMENTS.
       COPY "COLLASGN.cpy".

       FD  GUARANTOR-REGISTER.
       COPY "GUARREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  PROMISE-LOG.
       COPY "PTPLOG.cpy".

      * SAME LAYOUT AS THE DELQRPT GUARANTOR NOTICES, SO THE
      * MAILING RUN TAKES EITHER FILE.
       FD  ESCALATION-NOTICES.
       01 GUARANTOR-NOTICE-RECORD.
          05 GNT-GUARANTOR-ID       PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GNT-GUARANTOR-NAME     PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GNT-GUARANTOR-ADDR     PIC X(40).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GNT-BORROWER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GNT-BUCKET             PIC 9(1).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 GNT-GUARANTEE-AMT      PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-LOANPAY-STATUS   PIC XX.
       01 WS-COLLQ-STATUS     PIC XX.
       01 WS-COLLASGN-STATUS  PIC XX.
       01 WS-GUARREG-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-PTPLOG-STATUS    PIC XX.
       01 WS-PTPGNTC-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-QUEUE-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-QUEUE     VALUE "Y".
       01 WS-GUAR-EOF-FLAG    PIC X.
          88 END-OF-GUARANTORS VALUE "Y".
       01 WS-OLD-COLLECTOR    PIC X(8).
       01 WS-PAYMENT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-KEPT-COUNT       PIC 9(7)   VALUE 0.
       01 WS-BROKEN-COUNT     PIC 9(7)   VALUE 0.
       01 WS-ESCALATED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-NOTICE-COUNT     PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

      * NO PAYMENT FEED TONIGHT STILL LEAVES PROMISES TO JUDGE.
           IF WS-LOANPAY-STATUS NOT = "35"
               PERFORM UNTIL END-OF-PAYMENTS
                   READ LOAN-PAYMENTS
                       AT END SET END-OF-PAYMENTS TO TRUE
                       NOT AT END
                           PERFORM CREDIT-ONE-PAYMENT
                   END-READ
               END-PERFORM
           END-IF

           PERFORM JUDGE-OPEN-PROMISES

           DISPLAY "PROMISE-TO-PAY CHECK COMPLETE - "
               WS-PAYMENT-COUNT " PAYMENT(S), " WS-KEPT-COUNT
               " KEPT, " WS-BROKEN-COUNT " BROKEN, "
               WS-ESCALATED-COUNT " ESCALATED, " WS-NOTICE-COUNT
               " GUARANTOR NOTICE(S)"

           IF WS-LOANPAY-STATUS NOT = "35"
               CLOSE LOAN-PAYMENTS
           END-IF
           CLOSE COLLECTION-QUEUE
           IF WS-COLLASGN-STATUS NOT = "35"
               CLOSE COLLECTOR-ASSIGNMENTS
           END-IF
           IF WS-GUARREG-STATUS NOT = "35"
               CLOSE GUARANTOR-REGISTER
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE PROMISE-LOG
           CLOSE ESCALATION-NOTICES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT LOAN-PAYMENTS
           IF WS-LOANPAY-STATUS NOT = "35"
               CALL "FILERR" USING "PTPCHK  " "LOANPAY"
                   WS-LOANPAY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O COLLECTION-QUEUE
           IF WS-COLLQ-STATUS = "35"
               DISPLAY "NO COLLECTIONS QUEUE - NO PROMISES TO CHECK"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PTPCHK  " "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT COLLECTOR-ASSIGNMENTS
           IF WS-COLLASGN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "PTPCHK  " "COLLASGN"
                   WS-COLLASGN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT GUARANTOR-REGISTER
           IF WS-GUARREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "PTPCHK  " "GUARREG"
                   WS-GUARREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "PTPCHK  " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND PROMISE-LOG
           IF WS-PTPLOG-STATUS = "35"
               OPEN OUTPUT PROMISE-LOG
           END-IF
           CALL "FILERR" USING "PTPCHK  " "PTPLOG" WS-PTPLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT ESCALATION-NOTICES
           CALL "FILERR" USING "PTPCHK  " "PTPGNTC" WS-PTPGNTC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ONLY BORROWERS STILL WORKING THE QUEUE ARE CREDITED - A
      * PAYMENT FROM A CURED OR NEVER-QUEUED BORROWER IS ORDINARY
      * LOAN SERVICING AND NOT A COLLECTIONS RECOVERY.
       CREDIT-ONE-PAYMENT.
           MOVE LPY-CUSTOMER-ID TO CLQ-CUSTOMER-ID
           READ COLLECTION-QUEUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLQ-ACTIVE
                       ADD LPY-PAYMENT-AMT TO CLQ-RECOVERED-AMT
                       IF CLQ-PROMISE-OPEN
                           ADD LPY-PAYMENT-AMT TO CLQ-PTP-PAID
                       END-IF
                       PERFORM REWRITE-QUEUE-ROW
                       MOVE CLQ-COLLECTOR-ID TO PTL-COLLECTOR-ID
                       SET PTL-PAYMENT TO TRUE
                       IF CLQ-PROMISE-OPEN
                           MOVE CLQ-PTP-AMOUNT TO PTL-PROMISED-AMT
                       ELSE
                           MOVE 0 TO PTL-PROMISED-AMT
                       END-IF
                       MOVE LPY-PAYMENT-AMT TO PTL-PAID-AMT
                       MOVE SPACES TO PTL-ESCALATED-TO
                       PERFORM WRITE-PROMISE-LOG
                       ADD 1 TO WS-PAYMENT-COUNT
                   END-IF
           END-READ.

       JUDGE-OPEN-PROMISES.
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           MOVE 0 TO CLQ-CUSTOMER-ID
           START COLLECTION-QUEUE KEY IS NOT LESS THAN CLQ-CUSTOMER-ID
               INVALID KEY SET END-OF-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-QUEUE
               READ COLLECTION-QUEUE NEXT RECORD
                   AT END SET END-OF-QUEUE TO TRUE
                   NOT AT END
                       IF CLQ-PROMISE-OPEN
                           PERFORM JUDGE-ONE-PROMISE
                       END-IF
               END-READ
           END-PERFORM.

      * A PROMISE STANDS UNTIL ITS DATE HAS PASSED. A LOAN THAT
      * CURED WITH THE PROMISE SHORT IS STILL A BROKEN PROMISE
      * FOR THE COLLECTOR'S FIGURES, BUT THERE IS NOTHING LEFT
      * TO ESCALATE.
       JUDGE-ONE-PROMISE.
           MOVE CLQ-COLLECTOR-ID TO WS-OLD-COLLECTOR
           MOVE SPACES TO PTL-ESCALATED-TO
           EVALUATE TRUE
               WHEN CLQ-PTP-PAID >= CLQ-PTP-AMOUNT
                   SET CLQ-PROMISE-KEPT TO TRUE
                   SET PTL-KEPT TO TRUE
                   ADD 1 TO WS-KEPT-COUNT
               WHEN CLQ-PTP-DATE < WS-TS-DATE
                   SET CLQ-PROMISE-BROKEN TO TRUE
                   SET PTL-BROKEN TO TRUE
                   ADD 1 TO WS-BROKEN-COUNT
                   IF CLQ-ACTIVE
                       PERFORM ESCALATE-THE-LOAN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT CLQ-PROMISE-OPEN
               PERFORM REWRITE-QUEUE-ROW
               MOVE WS-OLD-COLLECTOR TO PTL-COLLECTOR-ID
               MOVE CLQ-PTP-AMOUNT   TO PTL-PROMISED-AMT
               MOVE CLQ-PTP-PAID     TO PTL-PAID-AMT
               PERFORM WRITE-PROMISE-LOG
           END-IF.

      * BUCKET 4 IS THE LAST DESK - A BROKEN PROMISE THERE STAYS
      * WITH IT, BUT THE GUARANTORS ARE STILL TOLD.
       ESCALATE-THE-LOAN.
           IF CLQ-BUCKET < 4
               ADD 1 TO CLQ-BUCKET
               MOVE SPACES TO CLQ-COLLECTOR-ID
               IF WS-COLLASGN-STATUS NOT = "35"
                   MOVE CLQ-BRANCH TO CAS-BRANCH
                   MOVE CLQ-BUCKET TO CAS-BUCKET
                   READ COLLECTOR-ASSIGNMENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAS-COLLECTOR-ID TO CLQ-COLLECTOR-ID
                   END-READ
               END-IF
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           MOVE CLQ-COLLECTOR-ID TO PTL-ESCALATED-TO
           PERFORM NOTICE-THE-GUARANTORS.

       NOTICE-THE-GUARANTORS.
           IF WS-GUARREG-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-GUAR-EOF-FLAG
               MOVE 0 TO GUA-GUARANTOR-ID
               MOVE 0 TO GUA-BORROWER-ID
               START GUARANTOR-REGISTER
                   KEY IS NOT LESS THAN GUA-KEY
                   INVALID KEY SET END-OF-GUARANTORS TO TRUE
               END-START
               PERFORM UNTIL END-OF-GUARANTORS
                   READ GUARANTOR-REGISTER NEXT RECORD
                       AT END SET END-OF-GUARANTORS TO TRUE
                       NOT AT END
                           IF GUA-GUARANTEE-ACTIVE
                              AND GUA-BORROWER-ID
                                  = CLQ-CUSTOMER-ID
                               PERFORM WRITE-GUARANTOR-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-GUARANTOR-NOTICE.
           MOVE GUA-GUARANTOR-ID  TO GNT-GUARANTOR-ID
           MOVE SPACES            TO GNT-GUARANTOR-NAME
           MOVE SPACES            TO GNT-GUARANTOR-ADDR
           MOVE GUA-GUARANTOR-ID  TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO GNT-GUARANTOR-NAME
                   MOVE CUM-ADDRESS       TO GNT-GUARANTOR-ADDR
           END-READ
           MOVE GUA-BORROWER-ID   TO GNT-BORROWER-ID
           MOVE CLQ-BUCKET        TO GNT-BUCKET
           MOVE GUA-GUARANTEE-AMT TO GNT-GUARANTEE-AMT
           WRITE GUARANTOR-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       REWRITE-QUEUE-ROW.
           REWRITE COLLECTION-QUEUE-RECORD
           CALL "FILERR" USING "PTPCHK  " "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-PROMISE-LOG.
           MOVE WS-TS-DATE      TO PTL-LOG-DATE
           MOVE CLQ-CUSTOMER-ID TO PTL-CUSTOMER-ID
           WRITE PROMISE-LOG-RECORD
           CALL "FILERR" USING "PTPCHK  " "PTPLOG" WS-PTPLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
