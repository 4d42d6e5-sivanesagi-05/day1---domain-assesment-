       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEMNT.

      *****************************************************
      * Teller maintenance for the outward-payment           *
      * beneficiary register - add a payee at another bank    *
      * for a customer, or retire one. A new payee takes the   *
      * customer's next sequence number; retired payees stay on *
      * file so old WIREPAY entries still point somewhere.       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARY-REGISTER ASSIGN TO "BENEREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BNF-KEY
               FILE STATUS WS-BENEREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARY-REGISTER.
       COPY "BENEREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BENEREG-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ADD-PAYEE     VALUE "A".
          88 WS-RETIRE-PAYEE  VALUE "R".
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-PAYEE-SEQ        PIC 9(3).
       01 WS-NEXT-SEQ         PIC 9(3).
       01 WS-BNF-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PAYEES    VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ADD PAYEE(A) RETIRE PAYEE(R): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O BENEFICIARY-REGISTER
           IF WS-BENEREG-STATUS = "35"
               OPEN OUTPUT BENEFICIARY-REGISTER
               CLOSE BENEFICIARY-REGISTER
               OPEN I-O BENEFICIARY-REGISTER
           END-IF
           CALL "FILERR" USING "BENEMNT " "BENEREG" WS-BENEREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-ADD-PAYEE
                   PERFORM ADD-NEW-PAYEE
               WHEN WS-RETIRE-PAYEE
                   PERFORM RETIRE-PAYEE
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER A OR R"
           END-EVALUATE

           CLOSE BENEFICIARY-REGISTER

           GOBACK.

      * A PAYEE CAN ONLY HANG OFF A CUSTOMER WE ACTUALLY HOLD -
      * THE REGISTER IS KEYED BY CUSTOMER, NOT BY ACCOUNT, SO
      * ONE PAYEE SERVES EVERY ACCOUNT THE CUSTOMER OWNS.
       ADD-NEW-PAYEE.
           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "BENEMNT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found - payee not added"
               NOT INVALID KEY
                   PERFORM FIND-NEXT-PAYEE-SEQ
                   PERFORM ADD-PAYEE-DETAILS
           END-READ
           CLOSE CUSTOMER-MASTER.

       FIND-NEXT-PAYEE-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-BNF-EOF-FLAG
           MOVE WS-CUSTOMER-ID TO BNF-CUSTOMER-ID
           MOVE 0 TO BNF-SEQ
           START BENEFICIARY-REGISTER KEY IS NOT LESS THAN BNF-KEY
               INVALID KEY SET END-OF-PAYEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PAYEES
               READ BENEFICIARY-REGISTER NEXT RECORD
                   AT END SET END-OF-PAYEES TO TRUE
                   NOT AT END
                       IF BNF-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           SET END-OF-PAYEES TO TRUE
                       ELSE
                           MOVE BNF-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       ADD-PAYEE-DETAILS.
           MOVE WS-CUSTOMER-ID TO BNF-CUSTOMER-ID
           MOVE WS-NEXT-SEQ    TO BNF-SEQ

           DISPLAY "ENTER PAYEE NAME: ".
           ACCEPT BNF-NAME.

           DISPLAY "ENTER RECEIVING BANK ROUTING CODE: ".
           ACCEPT BNF-ROUTING-CODE.

           DISPLAY "ENTER PAYEE ACCOUNT AT THAT BANK: ".
           ACCEPT BNF-ACCOUNT.

           IF BNF-NAME = SPACES
              OR BNF-ROUTING-CODE = SPACES
              OR BNF-ACCOUNT = SPACES
               DISPLAY "Name, routing code and account are all"
                   " required - payee not added"
           ELSE
               MOVE WS-TS-DATE     TO BNF-ADDED-DATE
               MOVE WS-OPERATOR-ID TO BNF-ADDED-BY
               SET BNF-ACTIVE TO TRUE
               WRITE BENEFICIARY-RECORD
               CALL "FILERR" USING "BENEMNT " "BENEREG"
                   WS-BENEREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "PAYEE " WS-NEXT-SEQ " ADDED FOR CUSTOMER "
                   WS-CUSTOMER-ID
           END-IF.

       RETIRE-PAYEE.
           DISPLAY "ENTER PAYEE SEQUENCE TO RETIRE: ".
           ACCEPT WS-PAYEE-SEQ.

           MOVE WS-CUSTOMER-ID TO BNF-CUSTOMER-ID
           MOVE WS-PAYEE-SEQ   TO BNF-SEQ
           READ BENEFICIARY-REGISTER
               INVALID KEY
                   DISPLAY "Payee not found"
               NOT INVALID KEY
                   SET BNF-RETIRED TO TRUE
                   REWRITE BENEFICIARY-RECORD
                   CALL "FILERR" USING "BENEMNT " "BENEREG"
                       WS-BENEREG-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "PAYEE " WS-PAYEE-SEQ " RETIRED"
           END-READ.
