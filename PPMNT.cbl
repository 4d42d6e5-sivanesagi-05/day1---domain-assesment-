       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPMNT.

      *****************************************************
      * Positive-pay maintenance - enrol a business account, *
      * cancel its enrolment, show it with the cheques held   *
      * on it, or key the customer's same-day decision on a    *
      * held cheque. Enrolment is for business customers only   *
      * (a row on ENTREG) and fixes what happens to a presented  *
      * cheque that does not match the customer's file: returned  *
      * at once, or held for a decision with a default applied at  *
      * the cutoff; payee checking is chosen here too. A decision   *
      * is taken only on a cheque still held, and the decided cheque *
      * pays or goes back when PPDECRUN presents it again.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIVE-PAY-ENROLMENT ASSIGN TO "PPENROL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPE-ACCOUNT-NUMBER
               FILE STATUS WS-PPENROL-STATUS.

           SELECT POSITIVE-PAY-EXCEPTIONS ASSIGN TO "PPEXCPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPX-KEY
               FILE STATUS WS-PPEXCPT-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITIVE-PAY-ENROLMENT.
       COPY "PPENROL.cpy".

       FD  POSITIVE-PAY-EXCEPTIONS.
       COPY "PPEXCPT.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PPENROL-STATUS   PIC XX.
       01 WS-PPEXCPT-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ENROL         VALUE "E".
          88 WS-CANCEL        VALUE "C".
          88 WS-DECIDE        VALUE "D".
          88 WS-SHOW          VALUE "L".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-CHEQUE-SERIAL    PIC 9(6).
       01 WS-ON-FILE-FLAG     PIC X      VALUE "N".
          88 WS-ENROL-ON-FILE VALUE "Y".
       01 WS-ENTREG-FILE-FLAG PIC X      VALUE "Y".
          88 WS-ENTREG-ON-FILE VALUE "Y".
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-INPUT-OK-FLAG    PIC X      VALUE "Y".
          88 WS-INPUT-OK      VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-HELD-FLAG        PIC X      VALUE "N".
          88 WS-HELD-FOUND    VALUE "Y".
       01 WS-HELD-COUNT       PIC 9(5)   VALUE 0.
       01 WS-NEW-MODE         PIC X.
       01 WS-NEW-DEFAULT      PIC X.
       01 WS-NEW-PAYEE-CHECK  PIC X.
       01 WS-DECISION         PIC X.
          88 WS-DECISION-VALID VALUE "P" "R".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ENROL(E) CANCEL(C) DECIDE(D) SHOW(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ENROL AND NOT ACM-ACCT-ACTIVE
                           DISPLAY "Account is not active"
                       WHEN WS-ENROL
                           PERFORM ENROL-THE-ACCOUNT
                       WHEN WS-CANCEL
                           PERFORM CANCEL-THE-ENROLMENT
                       WHEN WS-DECIDE
                           PERFORM DECIDE-HELD-CHEQUE
                       WHEN WS-SHOW
                           PERFORM SHOW-THE-ENROLMENT
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER E, C, D"
                               " OR L"
                   END-EVALUATE
           END-READ

           CLOSE POSITIVE-PAY-ENROLMENT
           CLOSE POSITIVE-PAY-EXCEPTIONS
           CLOSE ACCOUNT-MASTER
           IF WS-ENTREG-ON-FILE
               CLOSE ENTITY-REGISTER
           END-IF

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O POSITIVE-PAY-ENROLMENT
           IF WS-PPENROL-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-ENROLMENT
               CLOSE POSITIVE-PAY-ENROLMENT
               OPEN I-O POSITIVE-PAY-ENROLMENT
           END-IF
           CALL "FILERR" USING "PPMNT   " "PPENROL"
               WS-PPENROL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O POSITIVE-PAY-EXCEPTIONS
           IF WS-PPEXCPT-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-EXCEPTIONS
               CLOSE POSITIVE-PAY-EXCEPTIONS
               OPEN I-O POSITIVE-PAY-EXCEPTIONS
           END-IF
           CALL "FILERR" USING "PPMNT   " "PPEXCPT"
               WS-PPEXCPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "PPMNT   " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO ENTITY REGISTER YET JUST MEANS NO BUSINESS CUSTOMERS.
           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               MOVE "N" TO WS-ENTREG-FILE-FLAG
           ELSE
               CALL "FILERR" USING "PPMNT   " "ENTREG"
                   WS-ENTREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       ENROL-THE-ACCOUNT.
           MOVE "N" TO WS-ENTITY-FLAG
           IF WS-ENTREG-ON-FILE
               MOVE ACM-CUSTOMER-ID TO ENT-CUSTOMER-ID
               READ ENTITY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-ENTITY TO TRUE
               END-READ
           END-IF

           IF NOT WS-IS-ENTITY
               DISPLAY "Positive pay is for business customers only"
           ELSE
               PERFORM CAPTURE-THE-ENROLMENT
           END-IF.

       CAPTURE-THE-ENROLMENT.
           DISPLAY "ON A MISMATCH - RETURN(R) OR HOLD FOR DECISION(H): "
           ACCEPT WS-NEW-MODE
           MOVE "R" TO WS-NEW-DEFAULT
           IF WS-NEW-MODE = "H"
               DISPLAY "UNDECIDED AT CUTOFF - PAY(P) OR RETURN(R): "
               ACCEPT WS-NEW-DEFAULT
           END-IF
           DISPLAY "CHECK PAYEE AS WELL AS AMOUNT (Y/N): "
           ACCEPT WS-NEW-PAYEE-CHECK

           MOVE "Y" TO WS-INPUT-OK-FLAG
           EVALUATE TRUE
               WHEN WS-NEW-MODE NOT = "R" AND "H"
                   DISPLAY "INVALID CHOICE - ENTER R OR H"
                   MOVE "N" TO WS-INPUT-OK-FLAG
               WHEN WS-NEW-DEFAULT NOT = "P" AND "R"
                   DISPLAY "INVALID DEFAULT - ENTER P OR R"
                   MOVE "N" TO WS-INPUT-OK-FLAG
               WHEN WS-NEW-PAYEE-CHECK NOT = "Y" AND "N"
                   DISPLAY "INVALID CHOICE - ANSWER Y OR N"
                   MOVE "N" TO WS-INPUT-OK-FLAG
           END-EVALUATE

           IF WS-INPUT-OK
               MOVE "N" TO WS-ON-FILE-FLAG
               MOVE ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
               READ POSITIVE-PAY-ENROLMENT
                   INVALID KEY
                       MOVE ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       SET WS-ENROL-ON-FILE TO TRUE
               END-READ
               MOVE ACM-CUSTOMER-ID    TO PPE-CUSTOMER-ID
               MOVE WS-NEW-MODE        TO PPE-EXCEPTION-MODE
               MOVE WS-NEW-DEFAULT     TO PPE-DEFAULT-DECISION
               MOVE WS-NEW-PAYEE-CHECK TO PPE-PAYEE-CHECK
               SET PPE-ACTIVE          TO TRUE
               MOVE WS-TS-DATE         TO PPE-SET-DATE
               MOVE WS-OPERATOR-ID     TO PPE-SET-BY
               PERFORM STORE-THE-ENROLMENT
               DISPLAY "POSITIVE PAY ENROLMENT SET FOR " ACCOUNT-NUMBER
           END-IF.

      * CANCELLING STOPS THE CHECKING FROM THE NEXT PRESENTMENT;
      * CHEQUES ALREADY HELD STILL WAIT FOR THEIR DECISION.
       CANCEL-THE-ENROLMENT.
           MOVE ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
           READ POSITIVE-PAY-ENROLMENT
               INVALID KEY
                   DISPLAY "Account is not enrolled for positive pay"
               NOT INVALID KEY
                   SET WS-ENROL-ON-FILE TO TRUE
                   IF PPE-CANCELLED
                       DISPLAY "Enrolment already cancelled"
                   ELSE
                       SET PPE-CANCELLED   TO TRUE
                       MOVE WS-TS-DATE     TO PPE-SET-DATE
                       MOVE WS-OPERATOR-ID TO PPE-SET-BY
                       PERFORM STORE-THE-ENROLMENT
                       DISPLAY "POSITIVE PAY CANCELLED FOR "
                           ACCOUNT-NUMBER
                   END-IF
           END-READ.

       STORE-THE-ENROLMENT.
           IF WS-ENROL-ON-FILE
               REWRITE POSITIVE-PAY-ENROLMENT-RECORD
           ELSE
               WRITE POSITIVE-PAY-ENROLMENT-RECORD
           END-IF
           CALL "FILERR" USING "PPMNT   " "PPENROL"
               WS-PPENROL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE CUSTOMER'S ANSWER ON A HELD CHEQUE, TAKEN BY PHONE OR
      * THROUGH THE CORPORATE CHANNEL BEFORE THE CUTOFF.
       DECIDE-HELD-CHEQUE.
           DISPLAY "ENTER CHEQUE SERIAL: "
           ACCEPT WS-CHEQUE-SERIAL
           PERFORM FIND-HELD-CHEQUE
           IF NOT WS-HELD-FOUND
               DISPLAY "No cheque held for a decision on that serial"
           ELSE
               DISPLAY "PRESENTED " PPX-PRESENTED-DATE " BY "
                   PPX-PRESENTING-BANK " FOR " PPX-PRESENTED-AMOUNT
               DISPLAY "  PAYEE   " PPX-PRESENTED-PAYEE
               DISPLAY "LISTED FOR " PPX-ISSUED-AMOUNT
                   " TO " PPX-ISSUED-PAYEE
               DISPLAY "REASON " PPX-REASON-CODE " " PPX-REASON
               DISPLAY "CUSTOMER DECISION - PAY(P) OR RETURN(R): "
               ACCEPT WS-DECISION
               IF NOT WS-DECISION-VALID
                   DISPLAY "INVALID DECISION - ENTER P OR R"
               ELSE
                   MOVE WS-DECISION    TO PPX-DECISION
                   SET PPX-BY-CUSTOMER TO TRUE
                   MOVE WS-OPERATOR-ID TO PPX-DECIDED-BY
                   MOVE WS-TS-DATE     TO PPX-DECIDED-DATE
                   SET PPX-DECIDED     TO TRUE
                   MOVE WS-TS-DATE     TO PPX-STATUS-DATE
                   REWRITE POSITIVE-PAY-EXCEPTION-RECORD
                   CALL "FILERR" USING "PPMNT   " "PPEXCPT"
                       WS-PPEXCPT-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   IF PPX-DECIDE-PAY
                       DISPLAY "CHEQUE " WS-CHEQUE-SERIAL
                           " TO BE PAID ON CUSTOMER INSTRUCTION"
                   ELSE
                       DISPLAY "CHEQUE " WS-CHEQUE-SERIAL
                           " TO BE RETURNED ON CUSTOMER INSTRUCTION"
                   END-IF
               END-IF
           END-IF.

       FIND-HELD-CHEQUE.
           MOVE "N" TO WS-HELD-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE ACCOUNT-NUMBER   TO PPX-ACCOUNT-NUMBER
           MOVE WS-CHEQUE-SERIAL TO PPX-CHEQUE-SERIAL
           MOVE 0                TO PPX-PRESENTED-DATE
           START POSITIVE-PAY-EXCEPTIONS KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY SET END-OF-EXCEPTIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ POSITIVE-PAY-EXCEPTIONS NEXT RECORD
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF PPX-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          OR PPX-CHEQUE-SERIAL NOT = WS-CHEQUE-SERIAL
                           SET END-OF-EXCEPTIONS TO TRUE
                       ELSE
                           IF PPX-HELD
                               SET WS-HELD-FOUND TO TRUE
                               SET END-OF-EXCEPTIONS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-THE-ENROLMENT.
           MOVE ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
           READ POSITIVE-PAY-ENROLMENT
               INVALID KEY
                   DISPLAY "Account is not enrolled for positive pay"
               NOT INVALID KEY
                   DISPLAY "POSITIVE PAY FOR " PPE-ACCOUNT-NUMBER
                       " CUSTOMER " PPE-CUSTOMER-ID
                       " STATUS " PPE-STATUS
                   DISPLAY "  ON MISMATCH " PPE-EXCEPTION-MODE
                       "  DEFAULT " PPE-DEFAULT-DECISION
                       "  PAYEE CHECK " PPE-PAYEE-CHECK
                   DISPLAY "  SET " PPE-SET-DATE " BY " PPE-SET-BY
                   PERFORM LIST-HELD-CHEQUES
           END-READ.

       LIST-HELD-CHEQUES.
           MOVE 0   TO WS-HELD-COUNT
           MOVE "N" TO WS-EOF-FLAG
           MOVE ACCOUNT-NUMBER TO PPX-ACCOUNT-NUMBER
           MOVE 0              TO PPX-CHEQUE-SERIAL
           MOVE 0              TO PPX-PRESENTED-DATE
           START POSITIVE-PAY-EXCEPTIONS KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY SET END-OF-EXCEPTIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ POSITIVE-PAY-EXCEPTIONS NEXT RECORD
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF PPX-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                           SET END-OF-EXCEPTIONS TO TRUE
                       ELSE
                           IF PPX-HELD
                               ADD 1 TO WS-HELD-COUNT
                               DISPLAY "  HELD " PPX-CHEQUE-SERIAL
                                   " " PPX-PRESENTED-AMOUNT " "
                                   PPX-REASON-CODE " " PPX-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "  " WS-HELD-COUNT " CHEQUE(S) AWAITING DECISION".
