       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTLOAD.

      *****************************************************
      * Nightly load of the SMS/email gateway's delivery     *
      * acknowledgments. Each acknowledgment is matched to    *
      * the ALRTLOG row ALRTEVT wrote when the alert went out, *
      * and the row is marked delivered or failed. A failed     *
      * alert is listed by branch on the failed-delivery report, *
      * and the destination it went to is marked failed on        *
      * CONTPREF - no more alerts go there until the branch        *
      * verifies it again. An acknowledgment for an alert we never  *
      * sent is counted and shown on the console.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-ACKS-IN ASSIGN TO "ALRTACK.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ALRTACK-STATUS.

           SELECT ALERT-LOG ASSIGN TO "ALRTLOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ALG-KEY
               FILE STATUS WS-ALRTLOG-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT CONTACT-PREFERENCES ASSIGN TO "CONTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPF-CUSTOMER-ID
               FILE STATUS WS-CONTPREF-STATUS.

           SELECT ALERT-FAILURE-REPORT ASSIGN TO "ALRTFAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ALRTFAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-ACKS-IN.
       COPY "ALRTACK.cpy".

       FD  ALERT-LOG.
       COPY "ALRTLOG.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       FD  ALERT-FAILURE-REPORT.
       01 ALERT-FAILURE-LINE.
          05 AFL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-MASKED-ACCOUNT     PIC X(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-CHANNEL            PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-DESTINATION        PIC X(50).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-SENT-DATE          PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AFL-REASON             PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-ALRTACK-STATUS   PIC XX.
       01 WS-ALRTLOG-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-ALRTFAIL-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ACKS      VALUE "Y".
       01 WS-CONTPREF-FILE-FLAG PIC X    VALUE "Y".
          88 WS-CONTPREF-ON-FILE VALUE "Y".
       01 WS-ACK-COUNT        PIC 9(7)   VALUE 0.
       01 WS-DELIVERED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-FAILED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-REPEAT-COUNT     PIC 9(7)   VALUE 0.
       01 WS-CONTACT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-ACK-RECORD
           PERFORM UNTIL END-OF-ACKS
               PERFORM LOAD-ONE-ACK
               PERFORM READ-ACK-RECORD
           END-PERFORM

           DISPLAY "ALERT ACKNOWLEDGMENTS READ " WS-ACK-COUNT
               " DELIVERED " WS-DELIVERED-COUNT
               " FAILED " WS-FAILED-COUNT
           DISPLAY "  NOT ON ALERT LOG " WS-UNMATCHED-COUNT
               " ALREADY LOADED " WS-REPEAT-COUNT
               " CONTACTS MARKED FAILED " WS-CONTACT-COUNT

           CLOSE ALERT-ACKS-IN
           CLOSE ALERT-LOG
           CLOSE ACCOUNT-MASTER
           CLOSE ALERT-FAILURE-REPORT
           IF WS-CONTPREF-ON-FILE
               CLOSE CONTACT-PREFERENCES
           END-IF

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ALERT-ACKS-IN
           IF WS-ALRTACK-STATUS = "35"
               DISPLAY "NO GATEWAY ACKNOWLEDGMENT FILE - NOTHING TO"
                   " LOAD"
               STOP RUN
           END-IF
           CALL "FILERR" USING "ALRTLOAD" "ALRTACK" WS-ALRTACK-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ALERT-LOG
           IF WS-ALRTLOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG
               CLOSE ALERT-LOG
               OPEN I-O ALERT-LOG
           END-IF
           CALL "FILERR" USING "ALRTLOAD" "ALRTLOG" WS-ALRTLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "ALRTLOAD" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O CONTACT-PREFERENCES
           IF WS-CONTPREF-STATUS = "35"
               MOVE "N" TO WS-CONTPREF-FILE-FLAG
           ELSE
               CALL "FILERR" USING "ALRTLOAD" "CONTPREF"
                   WS-CONTPREF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ALERT-FAILURE-REPORT
           CALL "FILERR" USING "ALRTLOAD" "ALRTFAIL" WS-ALRTFAIL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-ACK-RECORD.
           READ ALERT-ACKS-IN
               AT END SET END-OF-ACKS TO TRUE
           END-READ.

      * A ROW ALREADY DELIVERED OR FAILED IS LEFT ALONE, SO A
      * GATEWAY FILE RESENT IN FULL DOES NOT REPORT TWICE.
       LOAD-ONE-ACK.
           ADD 1 TO WS-ACK-COUNT
           MOVE ACK-EVENT-ID TO ALG-EVENT-ID
           MOVE ACK-CHANNEL  TO ALG-CHANNEL
           READ ALERT-LOG
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "*** ACKNOWLEDGMENT FOR UNKNOWN ALERT "
                       ACK-EVENT-ID " " ACK-CHANNEL " ***"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ALG-SENT
                           ADD 1 TO WS-REPEAT-COUNT
                       WHEN ACK-DELIVERED
                           SET ALG-DELIVERED TO TRUE
                           PERFORM UPDATE-ALERT-LOG
                           ADD 1 TO WS-DELIVERED-COUNT
                       WHEN OTHER
                           SET ALG-FAILED TO TRUE
                           MOVE ACK-REASON TO ALG-FAIL-REASON
                           PERFORM UPDATE-ALERT-LOG
                           PERFORM WRITE-FAILURE-LINE
                           PERFORM MARK-CONTACT-FAILED
                           ADD 1 TO WS-FAILED-COUNT
                   END-EVALUATE
           END-READ.

       UPDATE-ALERT-LOG.
           MOVE WS-TS-DATE TO ALG-ACK-DATE
           REWRITE ALERT-LOG-RECORD
           CALL "FILERR" USING "ALRTLOAD" "ALRTLOG" WS-ALRTLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-FAILURE-LINE.
           MOVE ALG-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO ACM-BRANCH
           END-READ
           MOVE ACM-BRANCH         TO AFL-BRANCH
           CALL "ACCTMASK" USING ALG-ACCOUNT-NUMBER AFL-MASKED-ACCOUNT
           MOVE ALG-CUSTOMER-ID    TO AFL-CUSTOMER-ID
           MOVE ALG-CHANNEL        TO AFL-CHANNEL
           MOVE ALG-DESTINATION    TO AFL-DESTINATION
           MOVE ALG-SENT-DATE      TO AFL-SENT-DATE
           MOVE ALG-FAIL-REASON    TO AFL-REASON
           WRITE ALERT-FAILURE-LINE.

      * ONLY WHILE THE CUSTOMER STILL HAS THE SAME NUMBER OR ADDRESS -
      * ONE CHANGED SINCE THE ALERT WENT OUT IS ALREADY UNVERIFIED.
       MARK-CONTACT-FAILED.
           IF WS-CONTPREF-ON-FILE
               MOVE ALG-CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ALG-CHANNEL = "S"
                            AND CPF-MOBILE-VERIFIED
                            AND CPF-MOBILE-NUMBER = ALG-DESTINATION
                               SET CPF-MOBILE-FAILED TO TRUE
                               PERFORM UPDATE-CONTACT-PREFERENCE
                           WHEN ALG-CHANNEL = "E"
                            AND CPF-EMAIL-VERIFIED
                            AND CPF-EMAIL-ADDRESS = ALG-DESTINATION
                               SET CPF-EMAIL-FAILED TO TRUE
                               PERFORM UPDATE-CONTACT-PREFERENCE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       UPDATE-CONTACT-PREFERENCE.
           REWRITE CONTACT-PREFERENCE-RECORD
           CALL "FILERR" USING "ALRTLOAD" "CONTPREF"
               WS-CONTPREF-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-CONTACT-COUNT.
