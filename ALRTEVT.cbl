       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTEVT.

      *****************************************************
      * Common transaction alert writer, shared by every     *
      * program that posts to an account the way AUDITLOG is  *
      * shared for the audit trail. Callers pass the account   *
      * and its holder, debit or credit, the transaction code,  *
      * the channel, the amount and currency, and the new        *
      * balance. When the account has an active ALRTSUB           *
      * subscription the transaction qualifies for - a debit or    *
      * credit at or over its threshold, or any ATM/POS transaction *
      * under the card flag - one alert per verified CONTPREF        *
      * destination is appended to the gateway file ALRTOUT with the  *
      * account masked through ACCTMASK, and logged as sent on         *
      * ALRTLOG. No subscription, or no verified contact, and nothing  *
      * is written.                                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUBSCRIPTIONS ASSIGN TO "ALRTSUB.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ALS-ACCOUNT-NUMBER
               FILE STATUS WS-ALRTSUB-STATUS.

           SELECT CONTACT-PREFERENCES ASSIGN TO "CONTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPF-CUSTOMER-ID
               FILE STATUS WS-CONTPREF-STATUS.

           SELECT ALERT-OUTBOUND ASSIGN TO "ALRTOUT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ALRTOUT-STATUS.

           SELECT ALERT-LOG ASSIGN TO "ALRTLOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ALG-KEY
               FILE STATUS WS-ALRTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUBSCRIPTIONS.
       COPY "ALRTSUB.cpy".

       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       FD  ALERT-OUTBOUND.
       COPY "ALRTOUT.cpy".

       FD  ALERT-LOG.
       COPY "ALRTLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALRTSUB-STATUS   PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-ALRTOUT-STATUS   PIC XX.
       01 WS-ALRTLOG-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-ALERT-FLAG       PIC X      VALUE "N".
          88 WS-ALERT-DUE     VALUE "Y".
       01 WS-CONTACT-FLAG     PIC X      VALUE "N".
          88 WS-CONTACT-FOUND VALUE "Y".
      * THE EVENT ID IS THE CLOCK TIME PLUS A RUNNING COUNT KEPT
      * ACROSS CALLS, SO A BATCH POSTING SEVERAL ITEMS IN THE
      * SAME HUNDREDTH OF A SECOND STILL GETS DISTINCT IDS.
       01 WS-EVENT-SEQ        PIC 9(4)   VALUE 0.
       01 WS-EVENT-ID.
          05 WS-EVENT-DATE    PIC 9(8).
          05 WS-EVENT-TIME    PIC 9(8).
          05 WS-EVENT-COUNT   PIC 9(4).
       01 WS-MASKED-ACCOUNT   PIC X(10).
       01 WS-PROC-DATE        PIC 9(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-CUSTOMER-ID      PIC 9(8).
       01 LS-DIRECTION        PIC X.
          88 LS-DEBIT         VALUE "D".
          88 LS-CREDIT        VALUE "C".
       01 LS-TRANS-CODE       PIC X(4).
       01 LS-CHANNEL          PIC X(3).
          88 LS-CARD-CHANNEL  VALUE "ATM" "POS".
       01 LS-AMOUNT           PIC 9(9)V99.
       01 LS-CURRENCY-CODE    PIC X(3).
       01 LS-NEW-BALANCE      PIC S9(9)V99.

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-CUSTOMER-ID
                                LS-DIRECTION LS-TRANS-CODE
                                LS-CHANNEL LS-AMOUNT
                                LS-CURRENCY-CODE LS-NEW-BALANCE.
       MAIN-LOGIC.
           MOVE "N" TO WS-ALERT-FLAG
           MOVE "N" TO WS-CONTACT-FLAG

           PERFORM CHECK-SUBSCRIPTION
           IF WS-ALERT-DUE
               PERFORM FIND-CUSTOMER-CONTACT
           END-IF
           IF WS-ALERT-DUE AND WS-CONTACT-FOUND
               PERFORM SEND-THE-ALERTS
           END-IF

           GOBACK.

       CHECK-SUBSCRIPTION.
           OPEN INPUT ALERT-SUBSCRIPTIONS
           IF WS-ALRTSUB-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ALRTEVT " "ALRTSUB"
                   WS-ALRTSUB-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE LS-ACCOUNT-NUMBER TO ALS-ACCOUNT-NUMBER
               READ ALERT-SUBSCRIPTIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALS-ACTIVE
                           PERFORM CHECK-ALERT-RULES
                       END-IF
               END-READ
               CLOSE ALERT-SUBSCRIPTIONS
           END-IF.

       CHECK-ALERT-RULES.
           EVALUATE TRUE
               WHEN LS-CARD-CHANNEL AND ALS-CARD-ALERTS
                   SET WS-ALERT-DUE TO TRUE
               WHEN LS-DEBIT AND ALS-DEBIT-ALERTS
                AND LS-AMOUNT >= ALS-DEBIT-THRESHOLD
                   SET WS-ALERT-DUE TO TRUE
               WHEN LS-CREDIT AND ALS-CREDIT-ALERTS
                AND LS-AMOUNT >= ALS-CREDIT-THRESHOLD
                   SET WS-ALERT-DUE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-CUSTOMER-CONTACT.
           OPEN INPUT CONTACT-PREFERENCES
           IF WS-CONTPREF-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ALRTEVT " "CONTPREF"
                   WS-CONTPREF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE LS-CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (ALS-BY-SMS AND CPF-MOBILE-VERIFIED)
                          OR (ALS-BY-EMAIL AND CPF-EMAIL-VERIFIED)
                           SET WS-CONTACT-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE CONTACT-PREFERENCES
           END-IF.

       SEND-THE-ALERTS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE TO WS-EVENT-DATE
           MOVE WS-TS-TIME TO WS-EVENT-TIME
           MOVE WS-TS-DATE TO WS-PROC-DATE
           CALL "GETPDATE" USING WS-PROC-DATE
           IF WS-EVENT-SEQ = 9999
               MOVE 0 TO WS-EVENT-SEQ
           END-IF
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO WS-EVENT-COUNT

           CALL "ACCTMASK" USING LS-ACCOUNT-NUMBER WS-MASKED-ACCOUNT

           PERFORM OPEN-ALERT-FILES

           IF ALS-BY-SMS AND CPF-MOBILE-VERIFIED
               MOVE "S"               TO ALO-CHANNEL
               MOVE CPF-MOBILE-NUMBER TO ALO-DESTINATION
               PERFORM WRITE-ONE-ALERT
           END-IF
           IF ALS-BY-EMAIL AND CPF-EMAIL-VERIFIED
               MOVE "E"               TO ALO-CHANNEL
               MOVE CPF-EMAIL-ADDRESS TO ALO-DESTINATION
               PERFORM WRITE-ONE-ALERT
           END-IF

           CLOSE ALERT-OUTBOUND
           CLOSE ALERT-LOG.

       OPEN-ALERT-FILES.
           OPEN EXTEND ALERT-OUTBOUND
           IF WS-ALRTOUT-STATUS = "35"
               OPEN OUTPUT ALERT-OUTBOUND
           END-IF
           CALL "FILERR" USING "ALRTEVT " "ALRTOUT" WS-ALRTOUT-STATUS
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
           CALL "FILERR" USING "ALRTEVT " "ALRTLOG" WS-ALRTLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE LOG ROW GOES FIRST - IF ANOTHER SESSION TOOK THE SAME
      * EVENT ID IN THE SAME HUNDREDTH OF A SECOND, THE NEXT COUNT
      * IS TRIED, AND THE GATEWAY ONLY EVER SEES AN ID ON THE LOG.
       WRITE-ONE-ALERT.
           MOVE ALO-CHANNEL        TO ALG-CHANNEL
           MOVE LS-CUSTOMER-ID     TO ALG-CUSTOMER-ID
           MOVE LS-ACCOUNT-NUMBER  TO ALG-ACCOUNT-NUMBER
           MOVE ALO-DESTINATION    TO ALG-DESTINATION
           MOVE LS-TRANS-CODE      TO ALG-TRANS-CODE
           MOVE LS-AMOUNT          TO ALG-AMOUNT
           MOVE WS-PROC-DATE       TO ALG-SENT-DATE
           SET ALG-SENT            TO TRUE
           MOVE SPACES             TO ALG-FAIL-REASON
           MOVE 0                  TO ALG-ACK-DATE
           MOVE WS-EVENT-ID        TO ALG-EVENT-ID
           WRITE ALERT-LOG-RECORD
           PERFORM UNTIL WS-ALRTLOG-STATUS NOT = "22"
               IF WS-EVENT-SEQ = 9999
                   MOVE 0 TO WS-EVENT-SEQ
               END-IF
               ADD 1 TO WS-EVENT-SEQ
               MOVE WS-EVENT-SEQ TO WS-EVENT-COUNT
               MOVE WS-EVENT-ID  TO ALG-EVENT-ID
               WRITE ALERT-LOG-RECORD
           END-PERFORM
           CALL "FILERR" USING "ALRTEVT " "ALRTLOG" WS-ALRTLOG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-EVENT-ID       TO ALO-EVENT-ID
           MOVE WS-TIMESTAMP      TO ALO-EVENT-TIMESTAMP
           MOVE WS-MASKED-ACCOUNT TO ALO-MASKED-ACCOUNT
           MOVE LS-DIRECTION      TO ALO-DIRECTION
           MOVE LS-TRANS-CODE     TO ALO-TRANS-CODE
           MOVE LS-CHANNEL        TO ALO-SOURCE-CHANNEL
           MOVE LS-AMOUNT         TO ALO-AMOUNT
           MOVE LS-CURRENCY-CODE  TO ALO-CURRENCY-CODE
           MOVE LS-NEW-BALANCE    TO ALO-NEW-BALANCE
           WRITE ALERT-OUTBOUND-RECORD
           CALL "FILERR" USING "ALRTEVT " "ALRTOUT" WS-ALRTOUT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
