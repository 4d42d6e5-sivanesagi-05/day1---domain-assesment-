       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPLOAD.

      *****************************************************
      * Loads the positive-pay files business customers send *
      * in - one line per cheque written (serial, amount,     *
      * issue date, payee) or voided - onto the PPISSUE        *
      * issued-cheque register the inward presentment run       *
      * matches against. Each line stands on its own, since one  *
      * file can carry many customers: the account must be        *
      * enrolled on PPENROL, the serial must fall inside a cheque  *
      * book issued to the account on CHQBOOK and not already be    *
      * paid, and an issue must not repeat a serial already listed;  *
      * a void only takes out a cheque still outstanding. Every line, *
      * loaded or rejected, is reported back under its customer.       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIVE-PAY-IN ASSIGN TO "PPAYIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PPAYIN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT POSITIVE-PAY-ENROLMENT ASSIGN TO "PPENROL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPE-ACCOUNT-NUMBER
               FILE STATUS WS-PPENROL-STATUS.

           SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBOOK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CBK-KEY
               FILE STATUS WS-CHQBOOK-STATUS.

           SELECT PAID-CHEQUE-REGISTER ASSIGN TO "CHQPAID.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPD-KEY
               FILE STATUS WS-CHQPAID-STATUS.

           SELECT POSITIVE-PAY-ISSUES ASSIGN TO "PPISSUE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPI-KEY
               FILE STATUS WS-PPISSUE-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "PPLDRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PPLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE CUSTOMER'S LAYOUT: ONE LINE PER CHEQUE, ISSUED (I) OR
      * VOIDED (V). NUMBERS ARRIVE AS CHARACTERS, SO AN UNREADABLE
      * LINE IS A REJECTION, NOT A PARSE FAILURE.
       FD  POSITIVE-PAY-IN.
       01 POSITIVE-PAY-IN-RECORD.
          05 PPN-ACCOUNT-NUMBER     PIC X(10).
          05 PPN-ACCOUNT-NUMBER-N REDEFINES PPN-ACCOUNT-NUMBER
                                    PIC 9(10).
          05 PPN-CHEQUE-SERIAL      PIC X(6).
          05 PPN-CHEQUE-SERIAL-N REDEFINES PPN-CHEQUE-SERIAL
                                    PIC 9(6).
          05 PPN-AMOUNT             PIC X(11).
          05 PPN-AMOUNT-N REDEFINES PPN-AMOUNT
                                    PIC 9(9)V99.
          05 PPN-ISSUE-DATE         PIC X(8).
          05 PPN-ISSUE-DATE-N REDEFINES PPN-ISSUE-DATE
                                    PIC 9(8).
          05 PPN-PAYEE              PIC X(30).
          05 PPN-ACTION             PIC X.
             88 PPN-ISSUE           VALUE "I".
             88 PPN-VOID            VALUE "V".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  POSITIVE-PAY-ENROLMENT.
       COPY "PPENROL.cpy".

       FD  CHEQUE-BOOK-REGISTER.
       COPY "CHQBOOK.cpy".

       FD  PAID-CHEQUE-REGISTER.
       COPY "CHQPAID.cpy".

       FD  POSITIVE-PAY-ISSUES.
       COPY "PPISSUE.cpy".

       FD  LOAD-REPORT.
       01 LOAD-REPORT-LINE.
          05 PLR-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLR-ACCOUNT-NUMBER     PIC X(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLR-CHEQUE-SERIAL      PIC X(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLR-ACTION             PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLR-AMOUNT             PIC X(11).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PLR-RESULT             PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PPAYIN-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-PPENROL-STATUS   PIC XX.
       01 WS-CHQBOOK-STATUS   PIC XX.
       01 WS-CHQPAID-STATUS   PIC XX.
       01 WS-PPISSUE-STATUS   PIC XX.
       01 WS-PPLDRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-PP-IN     VALUE "Y".
       01 WS-BOOK-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-BOOKS     VALUE "Y".
       01 WS-CHQBOOK-FILE-FLAG PIC X     VALUE "Y".
          88 WS-CHQBOOK-ON-FILE VALUE "Y".
       01 WS-CHQPAID-FILE-FLAG PIC X     VALUE "Y".
          88 WS-CHQPAID-ON-FILE VALUE "Y".
       01 WS-SERIAL-FLAG      PIC X      VALUE "N".
          88 WS-SERIAL-ISSUED VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-LINE-OK       VALUE "Y".
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-LINES-READ       PIC 9(7)   VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-VOIDED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-PP-IN
           PERFORM UNTIL END-OF-PP-IN
               PERFORM LOAD-ONE-LINE
               PERFORM READ-PP-IN
           END-PERFORM

           DISPLAY "POSITIVE PAY LOAD COMPLETE - " WS-LINES-READ
               " LINE(S), " WS-LOADED-COUNT " LISTED, "
               WS-VOIDED-COUNT " VOIDED, " WS-REJECTED-COUNT
               " REJECTED"
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-ALL-FILES
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT POSITIVE-PAY-IN
           IF WS-PPAYIN-STATUS = "35"
               DISPLAY "NO POSITIVE PAY FILE - NOTHING TO LOAD"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PPLOAD  " "PPAYIN" WS-PPAYIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "PPLOAD  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO ENROLMENTS MEANS NO LINE CAN BE ACCEPTED.
           OPEN INPUT POSITIVE-PAY-ENROLMENT
           IF WS-PPENROL-STATUS = "35"
               DISPLAY "NO POSITIVE PAY ENROLMENTS - NOTHING LOADED"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PPLOAD  " "PPENROL" WS-PPENROL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO BOOK REGISTER YET MEANS THE BRANCH HAS NOT STARTED
      * ISSUING THROUGH CBKISSUE - THE RANGE CHECK WAITS FOR IT,
      * AS THE INWARD PRESENTMENT RUN'S DOES.
           OPEN INPUT CHEQUE-BOOK-REGISTER
           IF WS-CHQBOOK-STATUS = "35"
               MOVE "N" TO WS-CHQBOOK-FILE-FLAG
           ELSE
               CALL "FILERR" USING "PPLOAD  " "CHQBOOK"
                   WS-CHQBOOK-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PAID-CHEQUE-REGISTER
           IF WS-CHQPAID-STATUS = "35"
               MOVE "N" TO WS-CHQPAID-FILE-FLAG
           ELSE
               CALL "FILERR" USING "PPLOAD  " "CHQPAID"
                   WS-CHQPAID-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O POSITIVE-PAY-ISSUES
           IF WS-PPISSUE-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-ISSUES
               CLOSE POSITIVE-PAY-ISSUES
               OPEN I-O POSITIVE-PAY-ISSUES
           END-IF
           CALL "FILERR" USING "PPLOAD  " "PPISSUE" WS-PPISSUE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT LOAD-REPORT
           CALL "FILERR" USING "PPLOAD  " "PPLDRPT" WS-PPLDRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE POSITIVE-PAY-IN
           CLOSE ACCOUNT-MASTER
           CLOSE POSITIVE-PAY-ENROLMENT
           IF WS-CHQBOOK-ON-FILE
               CLOSE CHEQUE-BOOK-REGISTER
           END-IF
           IF WS-CHQPAID-ON-FILE
               CLOSE PAID-CHEQUE-REGISTER
           END-IF
           CLOSE POSITIVE-PAY-ISSUES
           CLOSE LOAD-REPORT.

       READ-PP-IN.
           READ POSITIVE-PAY-IN
               AT END SET END-OF-PP-IN TO TRUE
           END-READ.

       LOAD-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           MOVE "Y" TO WS-OK-FLAG
           MOVE 0   TO WS-CUSTOMER-ID

           IF PPN-ACCOUNT-NUMBER NOT NUMERIC
              OR PPN-CHEQUE-SERIAL NOT NUMERIC
              OR (PPN-ISSUE AND (PPN-AMOUNT NOT NUMERIC
                                 OR PPN-ISSUE-DATE NOT NUMERIC))
               MOVE "Unreadable positive pay line" TO PLR-RESULT
               PERFORM REJECT-THE-LINE
           END-IF

           IF WS-LINE-OK
               IF NOT PPN-ISSUE AND NOT PPN-VOID
                   MOVE "Action must be I (issue) or V (void)"
                       TO PLR-RESULT
                   PERFORM REJECT-THE-LINE
               END-IF
           END-IF

           IF WS-LINE-OK
               PERFORM CHECK-THE-ENROLMENT
           END-IF

           IF WS-LINE-OK
               PERFORM CHECK-SERIAL-ISSUED
           END-IF

           IF WS-LINE-OK
               IF PPN-ISSUE
                   PERFORM LIST-THE-CHEQUE
               ELSE
                   PERFORM VOID-THE-CHEQUE
               END-IF
           END-IF.

      * ONLY AN ACTIVE ACCOUNT WITH A STANDING ENROLMENT CAN
      * LIST CHEQUES.
       CHECK-THE-ENROLMENT.
           MOVE PPN-ACCOUNT-NUMBER-N TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Account not found" TO PLR-RESULT
                   PERFORM REJECT-THE-LINE
               NOT INVALID KEY
                   MOVE ACM-CUSTOMER-ID TO WS-CUSTOMER-ID
                   IF NOT ACM-ACCT-ACTIVE
                       MOVE "Account not active" TO PLR-RESULT
                       PERFORM REJECT-THE-LINE
                   END-IF
           END-READ
           IF WS-LINE-OK
               MOVE PPN-ACCOUNT-NUMBER-N TO PPE-ACCOUNT-NUMBER
               READ POSITIVE-PAY-ENROLMENT
                   INVALID KEY
                       MOVE "Account not enrolled for positive pay"
                           TO PLR-RESULT
                       PERFORM REJECT-THE-LINE
                   NOT INVALID KEY
                       IF NOT PPE-ACTIVE
                           MOVE "Positive pay enrolment cancelled"
                               TO PLR-RESULT
                           PERFORM REJECT-THE-LINE
                       END-IF
               END-READ
           END-IF.

      * THE SERIAL MUST COME FROM A BOOK WE ISSUED TO THE ACCOUNT
      * - THE SAME TEST THE INWARD PRESENTMENT RUN APPLIES.
       CHECK-SERIAL-ISSUED.
           IF WS-CHQBOOK-ON-FILE
               MOVE "N" TO WS-SERIAL-FLAG
               MOVE "N" TO WS-BOOK-EOF-FLAG
               MOVE PPN-ACCOUNT-NUMBER-N TO CBK-ACCOUNT-NUMBER
               MOVE 0 TO CBK-START-SERIAL
               START CHEQUE-BOOK-REGISTER
                   KEY IS NOT LESS THAN CBK-KEY
                   INVALID KEY SET END-OF-BOOKS TO TRUE
               END-START
               PERFORM UNTIL END-OF-BOOKS
                   READ CHEQUE-BOOK-REGISTER NEXT RECORD
                       AT END SET END-OF-BOOKS TO TRUE
                       NOT AT END
                           IF CBK-ACCOUNT-NUMBER
                              NOT = PPN-ACCOUNT-NUMBER-N
                               SET END-OF-BOOKS TO TRUE
                           ELSE
                               IF CBK-BOOK-ISSUED
                                  AND PPN-CHEQUE-SERIAL-N
                                      >= CBK-START-SERIAL
                                  AND PPN-CHEQUE-SERIAL-N
                                      <= CBK-END-SERIAL
                                   SET WS-SERIAL-ISSUED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-SERIAL-ISSUED
                   MOVE "Serial not in a book issued to account"
                       TO PLR-RESULT
                   PERFORM REJECT-THE-LINE
               END-IF
           END-IF.

       LIST-THE-CHEQUE.
           IF PPN-AMOUNT-N = 0
               MOVE "Cheque amount is zero" TO PLR-RESULT
               PERFORM REJECT-THE-LINE
           END-IF
           IF WS-LINE-OK
               IF PPN-ISSUE-DATE-N = 0 OR PPN-ISSUE-DATE-N > WS-TS-DATE
                   MOVE "Issue date missing or in the future"
                       TO PLR-RESULT
                   PERFORM REJECT-THE-LINE
               END-IF
           END-IF
           IF WS-LINE-OK AND WS-CHQPAID-ON-FILE
               MOVE PPN-ACCOUNT-NUMBER-N TO CPD-ACCOUNT-NUMBER
               MOVE PPN-CHEQUE-SERIAL-N  TO CPD-CHEQUE-SERIAL
               READ PAID-CHEQUE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Cheque already paid" TO PLR-RESULT
                       PERFORM REJECT-THE-LINE
               END-READ
           END-IF
           IF WS-LINE-OK
               MOVE PPN-ACCOUNT-NUMBER-N TO PPI-ACCOUNT-NUMBER
               MOVE PPN-CHEQUE-SERIAL-N  TO PPI-CHEQUE-SERIAL
               READ POSITIVE-PAY-ISSUES
                   INVALID KEY
                       PERFORM WRITE-THE-ISSUE
                   NOT INVALID KEY
                       MOVE "Serial already on positive pay"
                           TO PLR-RESULT
                       PERFORM REJECT-THE-LINE
               END-READ
           END-IF.

       WRITE-THE-ISSUE.
           MOVE PPN-ACCOUNT-NUMBER-N TO PPI-ACCOUNT-NUMBER
           MOVE PPN-CHEQUE-SERIAL-N  TO PPI-CHEQUE-SERIAL
           MOVE PPN-AMOUNT-N         TO PPI-AMOUNT
           MOVE PPN-ISSUE-DATE-N     TO PPI-ISSUE-DATE
           MOVE PPN-PAYEE            TO PPI-PAYEE
           MOVE WS-TS-DATE           TO PPI-LOADED-DATE
           SET PPI-OUTSTANDING       TO TRUE
           MOVE WS-TS-DATE           TO PPI-STATUS-DATE
           WRITE POSITIVE-PAY-ISSUE-RECORD
           CALL "FILERR" USING "PPLOAD  " "PPISSUE" WS-PPISSUE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-LOADED-COUNT
           MOVE "LISTED" TO PLR-RESULT
           PERFORM REPORT-THE-LINE.

      * A VOIDED CHEQUE STAYS ON THE REGISTER SO A LATER
      * PRESENTMENT OF IT COMES BACK AS VOIDED, NOT UNLISTED.
       VOID-THE-CHEQUE.
           MOVE PPN-ACCOUNT-NUMBER-N TO PPI-ACCOUNT-NUMBER
           MOVE PPN-CHEQUE-SERIAL-N  TO PPI-CHEQUE-SERIAL
           READ POSITIVE-PAY-ISSUES
               INVALID KEY
                   MOVE "Serial not on positive pay" TO PLR-RESULT
                   PERFORM REJECT-THE-LINE
               NOT INVALID KEY
                   IF NOT PPI-OUTSTANDING
                       MOVE "Cheque already paid or voided"
                           TO PLR-RESULT
                       PERFORM REJECT-THE-LINE
                   ELSE
                       SET PPI-VOIDED  TO TRUE
                       MOVE WS-TS-DATE TO PPI-STATUS-DATE
                       REWRITE POSITIVE-PAY-ISSUE-RECORD
                       CALL "FILERR" USING "PPLOAD  " "PPISSUE"
                           WS-PPISSUE-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-VOIDED-COUNT
                       MOVE "VOIDED" TO PLR-RESULT
                       PERFORM REPORT-THE-LINE
                   END-IF
           END-READ.

       REJECT-THE-LINE.
           MOVE "N" TO WS-OK-FLAG
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM REPORT-THE-LINE.

       REPORT-THE-LINE.
           MOVE WS-CUSTOMER-ID     TO PLR-CUSTOMER-ID
           MOVE PPN-ACCOUNT-NUMBER TO PLR-ACCOUNT-NUMBER
           MOVE PPN-CHEQUE-SERIAL  TO PLR-CHEQUE-SERIAL
           MOVE PPN-ACTION         TO PLR-ACTION
           MOVE PPN-AMOUNT         TO PLR-AMOUNT
           WRITE LOAD-REPORT-LINE.
