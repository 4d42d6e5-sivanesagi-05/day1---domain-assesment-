       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRERETN.

      *****************************************************
      * Inward returns for outward wires. The clearing        *
      * network sends back payments the receiving bank could   *
      * not apply; each return is matched to its WIREPAY        *
      * payment by id and amount and the customer is re-credited *
      * automatically, with an AUDTRAIL image, the GL reversal    *
      * of the send, and a statement line. Anything that cannot    *
      * be matched or applied goes to the exception report for      *
      * payments operations instead of being guessed at.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-RETURNS ASSIGN TO "WIRERTIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WIRERTIN-STATUS.

           SELECT WIRE-PAYMENTS ASSIGN TO "WIREPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WIR-PAYMENT-ID
               FILE STATUS WS-WIREPAY-STATUS.

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

           SELECT RETURN-EXCEPTIONS ASSIGN TO "WIREREXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WIREREXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE NETWORK'S RETURN LAYOUT: HEADER, ONE DETAIL PER
      * RETURNED PAYMENT, AND A TRAILER WITH THE DETAIL COUNT
      * AND AMOUNT HASH. NUMBERS ARRIVE AS CHARACTERS, SO AN
      * UNREADABLE LINE IS AN EXCEPTION, NOT A PARSE FAILURE.
       FD  INWARD-RETURNS.
       01 INWARD-RETURN-RECORD.
          05 WRI-RECORD-TYPE        PIC X(3).
             88 WRI-DETAIL          VALUE "DTL".
             88 WRI-TRAILER         VALUE "TRL".
          05 WRI-DETAIL-BODY.
             10 WRI-PAYMENT-ID      PIC X(8).
             10 WRI-AMOUNT          PIC X(11).
             10 WRI-AMOUNT-N REDEFINES WRI-AMOUNT
                                    PIC 9(9)V99.
             10 WRI-REASON-CODE     PIC X(3).
             10 WRI-REASON-TEXT     PIC X(30).
             10 FILLER              PIC X(55).
          05 WRI-TRAILER-BODY REDEFINES WRI-DETAIL-BODY.
             10 WRT-RECORD-COUNT    PIC X(7).
             10 WRT-HASH-TOTAL      PIC X(15).
             10 WRT-HASH-TOTAL-N REDEFINES WRT-HASH-TOTAL
                                    PIC 9(13)V99.
             10 FILLER              PIC X(85).

       FD  WIRE-PAYMENTS.
       COPY "WIREPAY.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  RETURN-EXCEPTIONS.
       01 RETURN-EXCEPTION-LINE.
          05 WRX-PAYMENT-ID         PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRX-AMOUNT             PIC X(11).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRX-REASON-CODE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRX-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-WIRERTIN-STATUS  PIC XX.
       01 WS-WIREPAY-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-WIREREXC-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-RETURNS   VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-RETURN-OK     VALUE "Y".
       01 WS-TRAILER-FLAG     PIC X      VALUE "N".
          88 WS-TRAILER-SEEN  VALUE "Y".
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DETAIL-HASH      PIC 9(13)V99 VALUE 0.
       01 WS-CREDITED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-CREDITED-AMOUNT  PIC 9(13)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-PAYMENT-ID       PIC 9(8).
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-RETURN-RECORD
           PERFORM UNTIL END-OF-RETURNS
               EVALUATE TRUE
                   WHEN WRI-DETAIL
                       PERFORM PROCESS-ONE-RETURN
                   WHEN WRI-TRAILER
                       PERFORM CHECK-THE-TRAILER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-RETURN-RECORD
           END-PERFORM

           IF NOT WS-TRAILER-SEEN
               DISPLAY "*** NO TRAILER ON INWARD RETURN FILE -"
                   " CONFIRM THE FILE IS COMPLETE ***"
           END-IF

           DISPLAY "WIRE RETURNS COMPLETE - RE-CREDITED "
               WS-CREDITED-COUNT " FOR " WS-CREDITED-AMOUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT

           CLOSE INWARD-RETURNS
           CLOSE WIRE-PAYMENTS
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE RETURN-EXCEPTIONS

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT INWARD-RETURNS
           IF WS-WIRERTIN-STATUS = "35"
               DISPLAY "NO INWARD RETURN FILE - NOTHING TO APPLY"
               STOP RUN
           END-IF
           CALL "FILERR" USING "WIRERETN" "WIRERTIN" WS-WIRERTIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O WIRE-PAYMENTS
           CALL "FILERR" USING "WIRERETN" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "WIRERETN" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           IF WS-STMTEXT-STATUS = "35"
               OPEN OUTPUT STATEMENT-EXTRACT
           END-IF
           CALL "FILERR" USING "WIRERETN" "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-EXCEPTIONS
           CALL "FILERR" USING "WIRERETN" "WIREREXC"
               WS-WIREREXC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-RETURN-RECORD.
           READ INWARD-RETURNS
               AT END SET END-OF-RETURNS TO TRUE
           END-READ.

      * THE TRAILER PROVES THE FILE ARRIVED WHOLE - A COUNT OR
      * HASH THAT DISAGREES WITH THE DETAIL READ IS SHOUTED, BUT
      * THE LINES ALREADY MATCHED STAND ON THEIR OWN MERITS.
       CHECK-THE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF WRT-RECORD-COUNT NOT NUMERIC
              OR WRT-HASH-TOTAL NOT NUMERIC
               DISPLAY "*** INWARD RETURN TRAILER UNREADABLE ***"
           ELSE
               IF WRT-RECORD-COUNT NOT = WS-DETAIL-COUNT
                  OR WRT-HASH-TOTAL-N NOT = WS-DETAIL-HASH
                   DISPLAY "*** INWARD RETURN CONTROL OUT - TRAILER "
                       WRT-RECORD-COUNT " / " WRT-HASH-TOTAL-N
                       " READ " WS-DETAIL-COUNT " / " WS-DETAIL-HASH
                       " ***"
               END-IF
           END-IF.

       PROCESS-ONE-RETURN.
           MOVE "Y" TO WS-OK-FLAG
           ADD 1 TO WS-DETAIL-COUNT

           IF WRI-PAYMENT-ID NOT NUMERIC
              OR WRI-AMOUNT NOT NUMERIC
               MOVE "Unreadable return line" TO WRX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-RETURN-OK
               ADD WRI-AMOUNT-N TO WS-DETAIL-HASH
               MOVE WRI-PAYMENT-ID TO WS-PAYMENT-ID
               PERFORM MATCH-THE-PAYMENT
           END-IF

           IF WS-RETURN-OK
               PERFORM CHECK-THE-ACCOUNT
           END-IF

           IF WS-RETURN-OK
               PERFORM RECREDIT-THE-CUSTOMER
           END-IF.

      * ONLY A PAYMENT WE ACTUALLY SENT CAN COME BACK, AND ONLY
      * ONCE - A SECOND RETURN FOR THE SAME ID FINDS IT ALREADY
      * RETURNED AND GOES TO EXCEPTIONS.
       MATCH-THE-PAYMENT.
           MOVE WS-PAYMENT-ID TO WIR-PAYMENT-ID
           READ WIRE-PAYMENTS
               INVALID KEY
                   MOVE "Payment id not on WIREPAY" TO WRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT WIR-SENT
                       MOVE "Payment not in sent status"
                           TO WRX-PROBLEM
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       IF WRI-AMOUNT-N NOT = WIR-AMOUNT
                           MOVE "Returned amount differs from payment"
                               TO WRX-PROBLEM
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      * A CLOSED OR FROZEN ACCOUNT TAKES NO CREDITS - SAME RULE
      * AS TRANSFER. THE FUNDS STAY IN CLEARING SETTLEMENT UNTIL
      * OPERATIONS DECIDE WHERE THEY GO.
       CHECK-THE-ACCOUNT.
           MOVE WIR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Debit account no longer on file"
                       TO WRX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF ACM-ACCT-CLOSED
                       MOVE "Account closed - apply manually"
                           TO WRX-PROBLEM
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       IF ACM-ACCT-FROZEN
                           MOVE "Account frozen - apply manually"
                               TO WRX-PROBLEM
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       RECREDIT-THE-CUSTOMER.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE + WIR-AMOUNT
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "WIRERETN" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "WIRERETN" "BATCH"
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WIR-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "WIRERETN" "WIRERETN" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "WIRERETN" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE WIR-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT         TO TRUE
           MOVE WIR-AMOUNT         TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "CLG"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "WIRR" TO STX-TRANS-CODE
           MOVE WIR-PAYMENT-ID TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           SET WIR-RETURNED TO TRUE
           MOVE WS-TS-DATE      TO WIR-RETURN-DATE
           MOVE WRI-REASON-CODE TO WIR-RETURN-REASON
           REWRITE WIRE-PAYMENT-RECORD
           CALL "FILERR" USING "WIRERETN" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           ADD 1 TO WS-CREDITED-COUNT
           ADD WIR-AMOUNT TO WS-CREDITED-AMOUNT.

       WRITE-EXCEPTION.
           MOVE WRI-PAYMENT-ID  TO WRX-PAYMENT-ID
           MOVE WRI-AMOUNT      TO WRX-AMOUNT
           MOVE WRI-REASON-CODE TO WRX-REASON-CODE
           WRITE RETURN-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE "N" TO WS-OK-FLAG.
