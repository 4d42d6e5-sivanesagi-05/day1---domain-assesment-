       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPEXRPT.

      *****************************************************
      * Daily positive-pay exception report, one section per *
      * enrolled account for the customer's corporate         *
      * contact. Runs after the inward presentment run and     *
      * lists every cheque presented today that did not match   *
      * the customer's issued-cheque file - those already        *
      * returned and those held for the customer's decision       *
      * before the cutoff - or says there were none, so the        *
      * customer hears from us every day the service is on.         *
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO "PPEXRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PPEXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITIVE-PAY-ENROLMENT.
       COPY "PPENROL.cpy".

       FD  POSITIVE-PAY-EXCEPTIONS.
       COPY "PPEXCPT.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  EXCEPTION-REPORT.
      * ONE HEADER PER ENROLLED ACCOUNT FOLLOWED BY ITS ITEMS.
       01 EXCEPTION-HEADER-LINE.
          05 PXH-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PXH-REPORT-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXH-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXH-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXH-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXH-ITEM-COUNT         PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXH-MESSAGE            PIC X(30).
       01 EXCEPTION-DETAIL-LINE.
          05 PXD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 PXD-CHEQUE-SERIAL      PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-PRESENTING-BANK    PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-PRESENTED-AMOUNT   PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-ISSUED-AMOUNT      PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-REASON-CODE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-REASON             PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-STATUS-TEXT        PIC X(18).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PXD-PRESENTED-PAYEE    PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PPENROL-STATUS   PIC XX.
       01 WS-PPEXCPT-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-PPEXRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ENROLMENTS VALUE "Y".
       01 WS-EXC-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-EXCPT-FILE-FLAG  PIC X      VALUE "Y".
          88 WS-EXCPT-ON-FILE VALUE "Y".
       01 WS-LIST-FLAG        PIC X      VALUE "N".
          88 WS-LISTING       VALUE "Y".
       01 WS-ITEM-COUNT       PIC 9(4)   VALUE 0.
       01 WS-ACCOUNT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-HELD-COUNT       PIC 9(7)   VALUE 0.
       01 WS-RETURNED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE 0 TO PPE-ACCOUNT-NUMBER
           START POSITIVE-PAY-ENROLMENT
               KEY IS NOT LESS THAN PPE-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-ENROLMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENROLMENTS
               READ POSITIVE-PAY-ENROLMENT NEXT RECORD
                   AT END SET END-OF-ENROLMENTS TO TRUE
                   NOT AT END
                       IF PPE-ACTIVE
                           PERFORM REPORT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "POSITIVE PAY EXCEPTIONS FOR " WS-TS-DATE
               " - " WS-ACCOUNT-COUNT " ACCOUNT(S) "
               WS-HELD-COUNT " HELD " WS-RETURNED-COUNT " RETURNED"

           CLOSE POSITIVE-PAY-ENROLMENT
           IF WS-EXCPT-ON-FILE
               CLOSE POSITIVE-PAY-EXCEPTIONS
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE EXCEPTION-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT POSITIVE-PAY-ENROLMENT
           IF WS-PPENROL-STATUS = "35"
               DISPLAY "NO POSITIVE PAY ENROLMENTS - NO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PPEXRPT " "PPENROL" WS-PPENROL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO EXCEPTION REGISTER YET - EVERY ACCOUNT GETS ITS NIL
      * RETURN ALL THE SAME.
           OPEN INPUT POSITIVE-PAY-EXCEPTIONS
           IF WS-PPEXCPT-STATUS = "35"
               MOVE "N" TO WS-EXCPT-FILE-FLAG
           ELSE
               CALL "FILERR" USING "PPEXRPT " "PPEXCPT"
                   WS-PPEXCPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "PPEXRPT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           CALL "FILERR" USING "PPEXRPT " "PPEXRPT" WS-PPEXRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * COUNT FIRST SO THE HEADER CARRIES THE NUMBER OF ITEMS,
      * THEN GO ROUND AGAIN FOR THE ITEMS THEMSELVES.
       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE 0   TO WS-ITEM-COUNT
           MOVE "N" TO WS-LIST-FLAG
           PERFORM SCAN-TODAYS-EXCEPTIONS

           MOVE SPACES TO PXH-CUSTOMER-NAME
           MOVE PPE-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO PXH-CUSTOMER-NAME
           END-READ
           MOVE "H"                TO PXH-RECORD-TYPE
           MOVE WS-TS-DATE         TO PXH-REPORT-DATE
           MOVE PPE-CUSTOMER-ID    TO PXH-CUSTOMER-ID
           MOVE PPE-ACCOUNT-NUMBER TO PXH-ACCOUNT-NUMBER
           MOVE WS-ITEM-COUNT      TO PXH-ITEM-COUNT
           IF WS-ITEM-COUNT = 0
               MOVE "NO EXCEPTIONS TODAY" TO PXH-MESSAGE
           ELSE
               MOVE "EXCEPTIONS PRESENTED TODAY" TO PXH-MESSAGE
           END-IF
           WRITE EXCEPTION-HEADER-LINE

           IF WS-ITEM-COUNT > 0
               SET WS-LISTING TO TRUE
               PERFORM SCAN-TODAYS-EXCEPTIONS
           END-IF.

       SCAN-TODAYS-EXCEPTIONS.
           MOVE "N" TO WS-EXC-EOF-FLAG
           IF NOT WS-EXCPT-ON-FILE
               SET END-OF-EXCEPTIONS TO TRUE
           ELSE
               MOVE PPE-ACCOUNT-NUMBER TO PPX-ACCOUNT-NUMBER
               MOVE 0                  TO PPX-CHEQUE-SERIAL
               MOVE 0                  TO PPX-PRESENTED-DATE
               START POSITIVE-PAY-EXCEPTIONS
                   KEY IS NOT LESS THAN PPX-KEY
                   INVALID KEY SET END-OF-EXCEPTIONS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-EXCEPTIONS
               READ POSITIVE-PAY-EXCEPTIONS NEXT RECORD
                   AT END SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF PPX-ACCOUNT-NUMBER NOT = PPE-ACCOUNT-NUMBER
                           SET END-OF-EXCEPTIONS TO TRUE
                       ELSE
                           IF PPX-PRESENTED-DATE = WS-TS-DATE
                               IF WS-LISTING
                                   PERFORM WRITE-EXCEPTION-DETAIL
                               ELSE
                                   ADD 1 TO WS-ITEM-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EXCEPTION-DETAIL.
           MOVE "D"                  TO PXD-RECORD-TYPE
           MOVE PPX-CHEQUE-SERIAL    TO PXD-CHEQUE-SERIAL
           MOVE PPX-PRESENTING-BANK  TO PXD-PRESENTING-BANK
           MOVE PPX-PRESENTED-AMOUNT TO PXD-PRESENTED-AMOUNT
           MOVE PPX-ISSUED-AMOUNT    TO PXD-ISSUED-AMOUNT
           MOVE PPX-REASON-CODE      TO PXD-REASON-CODE
           MOVE PPX-REASON           TO PXD-REASON
           MOVE PPX-PRESENTED-PAYEE  TO PXD-PRESENTED-PAYEE
           IF PPX-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD FOR DECISION" TO PXD-STATUS-TEXT
           ELSE
               ADD 1 TO WS-RETURNED-COUNT
               MOVE "RETURNED" TO PXD-STATUS-TEXT
           END-IF
           WRITE EXCEPTION-DETAIL-LINE.
