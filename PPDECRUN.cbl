       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDECRUN.

      *****************************************************
      * Positive-pay decision cutoff. Every cheque still     *
      * held on PPEXCPT for a customer decision takes the     *
      * default on the account's enrolment; every decided      *
      * cheque is then written back out in the inward clearing  *
      * layout so the presentment run that follows pays or       *
      * returns it on the decision, and each enrolled customer    *
      * gets a decision report showing what was decided on each    *
      * cheque and by whom.                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIVE-PAY-EXCEPTIONS ASSIGN TO "PPEXCPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPX-KEY
               FILE STATUS WS-PPEXCPT-STATUS.

           SELECT POSITIVE-PAY-ENROLMENT ASSIGN TO "PPENROL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPE-ACCOUNT-NUMBER
               FILE STATUS WS-PPENROL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT REPRESENTMENT-FILE ASSIGN TO "PPREPRES.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PPREPRES-STATUS.

           SELECT DECISION-REPORT ASSIGN TO "PPDECRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PPDECRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITIVE-PAY-EXCEPTIONS.
       COPY "PPEXCPT.cpy".

       FD  POSITIVE-PAY-ENROLMENT.
       COPY "PPENROL.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  REPRESENTMENT-FILE.
       COPY "INCLRIN.cpy".

       FD  DECISION-REPORT.
      * ONE HEADER PER ACCOUNT WITH DECISIONS, THEN ITS CHEQUES.
       01 DECISION-HEADER-LINE.
          05 PDH-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PDH-REPORT-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDH-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDH-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDH-ACCOUNT-NUMBER     PIC 9(10).
       01 DECISION-DETAIL-LINE.
          05 PDD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PDD-CHEQUE-SERIAL      PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-PRESENTED-DATE     PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-PRESENTING-BANK    PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-PRESENTED-AMOUNT   PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-REASON-CODE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-DECISION-TEXT      PIC X(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-SOURCE-TEXT        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-DECIDED-BY         PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PDD-DECIDED-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PPEXCPT-STATUS   PIC XX.
       01 WS-PPENROL-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-PPREPRES-STATUS  PIC XX.
       01 WS-PPDECRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-ENROL-FILE-FLAG  PIC X      VALUE "Y".
          88 WS-ENROL-ON-FILE VALUE "Y".
       01 WS-LAST-ACCOUNT     PIC 9(10)  VALUE 0.
       01 WS-WHOLE-AMOUNT     PIC 9(9).
       01 WS-DEFAULTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-PAY-COUNT        PIC 9(7)   VALUE 0.
       01 WS-RETURN-COUNT     PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE LOW-VALUES TO PPX-KEY
           START POSITIVE-PAY-EXCEPTIONS KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY SET END-OF-EXCEPTIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ POSITIVE-PAY-EXCEPTIONS NEXT RECORD
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF PPX-HELD
                           PERFORM APPLY-DEFAULT-DECISION
                       END-IF
                       IF PPX-DECIDED
                           PERFORM PRESENT-DECIDED-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "POSITIVE PAY CUTOFF COMPLETE - "
               WS-DEFAULTED-COUNT " DEFAULTED " WS-PAY-COUNT
               " TO PAY " WS-RETURN-COUNT " TO RETURN"

           CLOSE POSITIVE-PAY-EXCEPTIONS
           IF WS-ENROL-ON-FILE
               CLOSE POSITIVE-PAY-ENROLMENT
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE REPRESENTMENT-FILE
           CLOSE DECISION-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
      * THE RE-PRESENTMENT FILE IS OPENED EVEN WHEN THERE IS
      * NOTHING TO DECIDE SO THE PRESENTMENT STEP AFTER US
      * ALWAYS FINDS ITS INPUT.
           OPEN OUTPUT REPRESENTMENT-FILE
           CALL "FILERR" USING "PPDECRUN" "PPREPRES" WS-PPREPRES-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT DECISION-REPORT
           CALL "FILERR" USING "PPDECRUN" "PPDECRPT" WS-PPDECRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O POSITIVE-PAY-EXCEPTIONS
           IF WS-PPEXCPT-STATUS = "35"
               DISPLAY "NO POSITIVE PAY EXCEPTIONS - NOTHING TO DECIDE"
               CLOSE REPRESENTMENT-FILE
               CLOSE DECISION-REPORT
               STOP RUN
           END-IF
           CALL "FILERR" USING "PPDECRUN" "PPEXCPT" WS-PPEXCPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT POSITIVE-PAY-ENROLMENT
           IF WS-PPENROL-STATUS = "35"
               MOVE "N" TO WS-ENROL-FILE-FLAG
           ELSE
               CALL "FILERR" USING "PPDECRUN" "PPENROL"
                   WS-PPENROL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "PPDECRUN" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * NO ANSWER BY THE CUTOFF - THE ENROLMENT'S DEFAULT STANDS.
      * AN ENROLMENT SINCE CANCELLED OR GONE RETURNS THE CHEQUE.
       APPLY-DEFAULT-DECISION.
           SET PPX-DECIDE-RETURN TO TRUE
           IF WS-ENROL-ON-FILE
               MOVE PPX-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
               READ POSITIVE-PAY-ENROLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PPE-ACTIVE AND PPE-DEFAULT-PAY
                           SET PPX-DECIDE-PAY TO TRUE
                       END-IF
               END-READ
           END-IF
           SET PPX-BY-DEFAULT TO TRUE
           MOVE "BATCH"       TO PPX-DECIDED-BY
           MOVE WS-TS-DATE    TO PPX-DECIDED-DATE
           SET PPX-DECIDED    TO TRUE
           MOVE WS-TS-DATE    TO PPX-STATUS-DATE
           REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           CALL "FILERR" USING "PPDECRUN" "PPEXCPT" WS-PPEXCPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-DEFAULTED-COUNT.

      * THE ROW STAYS DECIDED UNTIL THE PRESENTMENT RUN PAYS OR
      * RETURNS THE CHEQUE, SO A FAILED RUN IS PICKED UP AGAIN
      * AT THE NEXT CUTOFF.
       PRESENT-DECIDED-CHEQUE.
           MOVE SPACES              TO PRESENTMENT-RECORD
           MOVE PPX-ITEM-SEQ        TO ICP-ITEM-SEQ
           MOVE PPX-PRESENTING-BANK TO ICP-PRESENTING-BANK
           MOVE PPX-ACCOUNT-NUMBER  TO ICP-DRAWER-ACCOUNT
           MOVE PPX-CHEQUE-SERIAL   TO ICP-CHEQUE-SERIAL
           MOVE PPX-PRESENTED-AMOUNT TO WS-WHOLE-AMOUNT
           MOVE WS-WHOLE-AMOUNT     TO ICP-AMOUNT
           MOVE PPX-PRESENTED-PAYEE TO ICP-PAYEE
           WRITE PRESENTMENT-RECORD
           CALL "FILERR" USING "PPDECRUN" "PPREPRES" WS-PPREPRES-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF PPX-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT
               PERFORM WRITE-DECISION-HEADER
               MOVE PPX-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
           END-IF

           MOVE "D"                  TO PDD-RECORD-TYPE
           MOVE PPX-CHEQUE-SERIAL    TO PDD-CHEQUE-SERIAL
           MOVE PPX-PRESENTED-DATE   TO PDD-PRESENTED-DATE
           MOVE PPX-PRESENTING-BANK  TO PDD-PRESENTING-BANK
           MOVE PPX-PRESENTED-AMOUNT TO PDD-PRESENTED-AMOUNT
           MOVE PPX-REASON-CODE      TO PDD-REASON-CODE
           IF PPX-DECIDE-PAY
               ADD 1 TO WS-PAY-COUNT
               MOVE "PAY"    TO PDD-DECISION-TEXT
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               MOVE "RETURN" TO PDD-DECISION-TEXT
           END-IF
           IF PPX-BY-CUSTOMER
               MOVE "CUSTOMER" TO PDD-SOURCE-TEXT
           ELSE
               MOVE "DEFAULT"  TO PDD-SOURCE-TEXT
           END-IF
           MOVE PPX-DECIDED-BY       TO PDD-DECIDED-BY
           MOVE PPX-DECIDED-DATE     TO PDD-DECIDED-DATE
           WRITE DECISION-DETAIL-LINE.

       WRITE-DECISION-HEADER.
           MOVE SPACES TO PDH-CUSTOMER-NAME
           MOVE PPX-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO PDH-CUSTOMER-NAME
           END-READ
           MOVE "H"                TO PDH-RECORD-TYPE
           MOVE WS-TS-DATE         TO PDH-REPORT-DATE
           MOVE PPX-CUSTOMER-ID    TO PDH-CUSTOMER-ID
           MOVE PPX-ACCOUNT-NUMBER TO PDH-ACCOUNT-NUMBER
           WRITE DECISION-HEADER-LINE.
