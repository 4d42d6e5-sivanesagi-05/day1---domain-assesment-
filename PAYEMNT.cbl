       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEMNT.

      *****************************************************
      * Bill payee maintenance - register a customer's       *
      * utility payee (biller and consumer number, with the   *
      * customer's own nickname for it), delete one, or list   *
      * the customer's payees. The consumer number is checked   *
      * against the biller's length, format and check-digit rule *
      * through BILLREF before the payee is taken, and the same   *
      * biller and number cannot be registered twice. A deleted    *
      * payee stays on file so past payments still name it.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-PAYEES ASSIGN TO "BILLPAYE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BPE-KEY
               FILE STATUS WS-BILLPAYE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-PAYEES.
       COPY "BILLPAYE.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLPAYE-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-PAYEE-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-PAYEES    VALUE "Y".
       01 WS-DUPLICATE-FLAG   PIC X      VALUE "N".
          88 WS-ALREADY-REGISTERED VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-REGISTER-PAYEE VALUE "R".
          88 WS-DELETE-PAYEE  VALUE "D".
          88 WS-LIST-PAYEES   VALUE "L".
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-BILLER-ID        PIC X(4).
       01 WS-CONSUMER-REF     PIC X(12).
       01 WS-NICKNAME         PIC X(20).
       01 WS-PAYEE-SEQ        PIC 9(3).
       01 WS-LAST-SEQ         PIC 9(3).
       01 WS-REF-RESULT       PIC X.
          88 WS-REF-OK        VALUE "Y".
          88 WS-NO-BILLER     VALUE "B".
          88 WS-BILLER-SUSPENDED VALUE "S".
          88 WS-BAD-FORMAT    VALUE "F".
          88 WS-BAD-CHECK-DIGIT VALUE "C".
       01 WS-BILLER-NAME      PIC X(30).
       01 WS-SETTLE-ACCOUNT   PIC 9(10).
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - REGISTER(R) DELETE(D) LIST(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-REGISTER-PAYEE
                           PERFORM REGISTER-THE-PAYEE
                       WHEN WS-DELETE-PAYEE
                           PERFORM DELETE-THE-PAYEE
                       WHEN WS-LIST-PAYEES
                           PERFORM LIST-THE-PAYEES
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER R, D OR L"
                   END-EVALUATE
           END-READ

           CLOSE BILL-PAYEES
           CLOSE CUSTOMER-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O BILL-PAYEES
           IF WS-BILLPAYE-STATUS = "35"
               OPEN OUTPUT BILL-PAYEES
               CLOSE BILL-PAYEES
               OPEN I-O BILL-PAYEES
           END-IF
           CALL "FILERR" USING "PAYEMNT " "BILLPAYE"
               WS-BILLPAYE-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "PAYEMNT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REGISTER-THE-PAYEE.
           DISPLAY "ENTER BILLER ID: ".
           ACCEPT WS-BILLER-ID.

           DISPLAY "ENTER CONSUMER NUMBER: ".
           ACCEPT WS-CONSUMER-REF.

           DISPLAY "ENTER NICKNAME FOR THIS PAYEE: ".
           ACCEPT WS-NICKNAME.

           CALL "BILLREF" USING WS-BILLER-ID WS-CONSUMER-REF
               WS-REF-RESULT WS-BILLER-NAME WS-SETTLE-ACCOUNT

           EVALUATE TRUE
               WHEN WS-NO-BILLER
                   DISPLAY "Biller " WS-BILLER-ID " not on file"
               WHEN WS-BILLER-SUSPENDED
                   DISPLAY "Biller " WS-BILLER-ID " is suspended -"
                       " no new payees"
               WHEN WS-BAD-FORMAT
                   DISPLAY "Consumer number is not in " WS-BILLER-NAME
                       "'s format"
               WHEN WS-BAD-CHECK-DIGIT
                   DISPLAY "Consumer number check digit is wrong -"
                       " confirm it from the bill"
               WHEN OTHER
                   PERFORM SCAN-CUSTOMER-PAYEES
                   IF WS-ALREADY-REGISTERED
                       DISPLAY "Payee already registered as "
                           WS-PAYEE-SEQ
                   ELSE
                       PERFORM WRITE-THE-PAYEE
                   END-IF
           END-EVALUATE.

      * ONE PASS OVER THE CUSTOMER'S PAYEES FINDS BOTH THE LAST
      * NUMBER USED AND ANY LIVE PAYEE FOR THE SAME BILL.
       SCAN-CUSTOMER-PAYEES.
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-PAYEE-EOF-FLAG
           MOVE CUSTOMER-ID TO BPE-CUSTOMER-ID
           MOVE 0 TO BPE-PAYEE-SEQ
           START BILL-PAYEES KEY IS NOT LESS THAN BPE-KEY
               INVALID KEY SET END-OF-PAYEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PAYEES
               READ BILL-PAYEES NEXT RECORD
                   AT END SET END-OF-PAYEES TO TRUE
                   NOT AT END
                       IF BPE-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-PAYEES TO TRUE
                       ELSE
                           MOVE BPE-PAYEE-SEQ TO WS-LAST-SEQ
                           IF BPE-ACTIVE
                              AND BPE-BILLER-ID = WS-BILLER-ID
                              AND BPE-CONSUMER-REF = WS-CONSUMER-REF
                               SET WS-ALREADY-REGISTERED TO TRUE
                               MOVE BPE-PAYEE-SEQ TO WS-PAYEE-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-THE-PAYEE.
           IF WS-LAST-SEQ = 999
               DISPLAY "Customer has no payee numbers left"
           ELSE
               COMPUTE WS-PAYEE-SEQ = WS-LAST-SEQ + 1
               MOVE CUSTOMER-ID     TO BPE-CUSTOMER-ID
               MOVE WS-PAYEE-SEQ    TO BPE-PAYEE-SEQ
               MOVE WS-BILLER-ID    TO BPE-BILLER-ID
               MOVE WS-CONSUMER-REF TO BPE-CONSUMER-REF
               MOVE WS-NICKNAME     TO BPE-NICKNAME
               SET BPE-ACTIVE       TO TRUE
               MOVE WS-TS-DATE      TO BPE-REGISTERED-DATE
               MOVE WS-OPERATOR-ID  TO BPE-REGISTERED-BY
               WRITE BILL-PAYEE-RECORD
               CALL "FILERR" USING "PAYEMNT " "BILLPAYE"
                   WS-BILLPAYE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "PAYEE " WS-PAYEE-SEQ " REGISTERED - "
                   WS-BILLER-NAME " " WS-CONSUMER-REF
           END-IF.

       DELETE-THE-PAYEE.
           DISPLAY "ENTER PAYEE NUMBER TO DELETE: ".
           ACCEPT WS-PAYEE-SEQ.

           MOVE CUSTOMER-ID  TO BPE-CUSTOMER-ID
           MOVE WS-PAYEE-SEQ TO BPE-PAYEE-SEQ
           READ BILL-PAYEES
               INVALID KEY
                   DISPLAY "Payee not on file for the customer"
               NOT INVALID KEY
                   IF BPE-DELETED
                       DISPLAY "Payee already deleted"
                   ELSE
                       SET BPE-DELETED TO TRUE
                       REWRITE BILL-PAYEE-RECORD
                       CALL "FILERR" USING "PAYEMNT " "BILLPAYE"
                           WS-BILLPAYE-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       DISPLAY "PAYEE " WS-PAYEE-SEQ " DELETED - "
                           "ANY SCHEDULE FOR IT WILL FAIL UNTIL"
                           " CANCELLED"
                   END-IF
           END-READ.

       LIST-THE-PAYEES.
           MOVE "N" TO WS-PAYEE-EOF-FLAG
           MOVE CUSTOMER-ID TO BPE-CUSTOMER-ID
           MOVE 0 TO BPE-PAYEE-SEQ
           START BILL-PAYEES KEY IS NOT LESS THAN BPE-KEY
               INVALID KEY SET END-OF-PAYEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PAYEES
               READ BILL-PAYEES NEXT RECORD
                   AT END SET END-OF-PAYEES TO TRUE
                   NOT AT END
                       IF BPE-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-PAYEES TO TRUE
                       ELSE
                           DISPLAY "  " BPE-PAYEE-SEQ
                               " " BPE-BILLER-ID
                               " " BPE-CONSUMER-REF
                               " " BPE-NICKNAME
                               " " BPE-STATUS
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " PAYEE(S) ON FILE".
