       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.

      *****************************************************
      * Transaction alert subscription maintenance - set,    *
      * cancel or show the alerts an account sends: debits at *
      * or over a threshold, credits at or over a threshold,   *
      * and every card transaction, by SMS, email or both. The  *
      * holder's contacts are taken from CONTPREF when each      *
      * alert is raised; a subscription with no verified contact  *
      * to send to is accepted with a warning.                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUBSCRIPTIONS ASSIGN TO "ALRTSUB.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ALS-ACCOUNT-NUMBER
               FILE STATUS WS-ALRTSUB-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUBSCRIPTIONS.
       COPY "ALRTSUB.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALRTSUB-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-SET-ALERTS    VALUE "S".
          88 WS-CANCEL-ALERTS VALUE "C".
          88 WS-SHOW-ALERTS   VALUE "L".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-ON-FILE-FLAG     PIC X      VALUE "N".
          88 WS-SUB-ON-FILE   VALUE "Y".
       01 WS-CONTPREF-FILE-FLAG PIC X    VALUE "Y".
          88 WS-CONTPREF-ON-FILE VALUE "Y".
       01 WS-INPUT-OK-FLAG    PIC X      VALUE "Y".
          88 WS-INPUT-OK      VALUE "Y".
       01 WS-NEW-DEBIT-FLAG   PIC X.
       01 WS-NEW-DEBIT-THRESHOLD PIC 9(9)V99.
       01 WS-NEW-CREDIT-FLAG  PIC X.
       01 WS-NEW-CREDIT-THRESHOLD PIC 9(9)V99.
       01 WS-NEW-CARD-FLAG    PIC X.
       01 WS-NEW-DELIVERY     PIC X.
       01 WS-SMS-OK-FLAG      PIC X      VALUE "N".
          88 WS-SMS-OK        VALUE "Y".
       01 WS-EMAIL-OK-FLAG    PIC X      VALUE "N".
          88 WS-EMAIL-OK      VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - SET(S) CANCEL(C) SHOW(L): ".
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
                       WHEN WS-SET-ALERTS AND ACM-ACCT-CLOSED
                           DISPLAY "Account is closed"
                       WHEN WS-SET-ALERTS
                           PERFORM SET-THE-ALERTS
                       WHEN WS-CANCEL-ALERTS
                           PERFORM CANCEL-THE-ALERTS
                       WHEN WS-SHOW-ALERTS
                           PERFORM SHOW-THE-ALERTS
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER S, C OR L"
                   END-EVALUATE
           END-READ

           CLOSE ALERT-SUBSCRIPTIONS
           CLOSE ACCOUNT-MASTER
           IF WS-CONTPREF-ON-FILE
               CLOSE CONTACT-PREFERENCES
           END-IF

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ALERT-SUBSCRIPTIONS
           IF WS-ALRTSUB-STATUS = "35"
               OPEN OUTPUT ALERT-SUBSCRIPTIONS
               CLOSE ALERT-SUBSCRIPTIONS
               OPEN I-O ALERT-SUBSCRIPTIONS
           END-IF
           CALL "FILERR" USING "ALRTMNT " "ALRTSUB"
               WS-ALRTSUB-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "ALRTMNT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO PREFERENCE FILE YET JUST MEANS NO CONTACTS ARE VERIFIED.
           OPEN INPUT CONTACT-PREFERENCES
           IF WS-CONTPREF-STATUS = "35"
               MOVE "N" TO WS-CONTPREF-FILE-FLAG
           ELSE
               CALL "FILERR" USING "ALRTMNT " "CONTPREF"
                   WS-CONTPREF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       SET-THE-ALERTS.
           DISPLAY "ALERT ON DEBITS (Y/N): ".
           ACCEPT WS-NEW-DEBIT-FLAG.
           MOVE 0 TO WS-NEW-DEBIT-THRESHOLD
           IF WS-NEW-DEBIT-FLAG = "Y"
               DISPLAY "DEBIT THRESHOLD (0 = EVERY DEBIT): "
               ACCEPT WS-NEW-DEBIT-THRESHOLD
           END-IF

           DISPLAY "ALERT ON CREDITS (Y/N): ".
           ACCEPT WS-NEW-CREDIT-FLAG.
           MOVE 0 TO WS-NEW-CREDIT-THRESHOLD
           IF WS-NEW-CREDIT-FLAG = "Y"
               DISPLAY "CREDIT THRESHOLD (0 = EVERY CREDIT): "
               ACCEPT WS-NEW-CREDIT-THRESHOLD
           END-IF

           DISPLAY "ALERT ON EVERY CARD TRANSACTION (Y/N): ".
           ACCEPT WS-NEW-CARD-FLAG.

           DISPLAY "DELIVER BY SMS(S) EMAIL(E) BOTH(B): ".
           ACCEPT WS-NEW-DELIVERY.

           MOVE "Y" TO WS-INPUT-OK-FLAG
           EVALUATE TRUE
               WHEN WS-NEW-DEBIT-FLAG NOT = "Y" AND "N"
                 OR WS-NEW-CREDIT-FLAG NOT = "Y" AND "N"
                 OR WS-NEW-CARD-FLAG NOT = "Y" AND "N"
                   DISPLAY "INVALID CHOICE - ANSWER Y OR N"
                   MOVE "N" TO WS-INPUT-OK-FLAG
               WHEN WS-NEW-DEBIT-FLAG = "N"
                AND WS-NEW-CREDIT-FLAG = "N"
                AND WS-NEW-CARD-FLAG = "N"
                   DISPLAY "NO ALERTS CHOSEN - USE C TO CANCEL"
                   MOVE "N" TO WS-INPUT-OK-FLAG
               WHEN WS-NEW-DELIVERY NOT = "S" AND "E" AND "B"
                   DISPLAY "INVALID DELIVERY - ENTER S, E OR B"
                   MOVE "N" TO WS-INPUT-OK-FLAG
           END-EVALUATE

           IF WS-INPUT-OK
               MOVE "N" TO WS-ON-FILE-FLAG
               MOVE ACCOUNT-NUMBER TO ALS-ACCOUNT-NUMBER
               READ ALERT-SUBSCRIPTIONS
                   INVALID KEY
                       MOVE ACCOUNT-NUMBER TO ALS-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       SET WS-SUB-ON-FILE TO TRUE
               END-READ
               MOVE WS-NEW-DEBIT-FLAG       TO ALS-DEBIT-FLAG
               MOVE WS-NEW-DEBIT-THRESHOLD  TO ALS-DEBIT-THRESHOLD
               MOVE WS-NEW-CREDIT-FLAG      TO ALS-CREDIT-FLAG
               MOVE WS-NEW-CREDIT-THRESHOLD TO ALS-CREDIT-THRESHOLD
               MOVE WS-NEW-CARD-FLAG        TO ALS-CARD-FLAG
               MOVE WS-NEW-DELIVERY         TO ALS-DELIVERY
               MOVE "A"                     TO ALS-STATUS
               MOVE WS-TS-DATE              TO ALS-SET-DATE
               MOVE WS-OPERATOR-ID          TO ALS-SET-BY
               PERFORM STORE-THE-SUBSCRIPTION
               DISPLAY "ALERTS SET FOR " ACCOUNT-NUMBER
               PERFORM CHECK-HOLDER-CONTACTS
           END-IF.

      * THE SUBSCRIPTION STANDS EITHER WAY - ALERTS START FLOWING
      * AS SOON AS THE BRANCH VERIFIES A CONTACT ON CPFMNT.
       CHECK-HOLDER-CONTACTS.
           MOVE "N" TO WS-SMS-OK-FLAG
           MOVE "N" TO WS-EMAIL-OK-FLAG
           IF WS-CONTPREF-ON-FILE
               MOVE ACM-CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPF-MOBILE-VERIFIED
                           SET WS-SMS-OK TO TRUE
                       END-IF
                       IF CPF-EMAIL-VERIFIED
                           SET WS-EMAIL-OK TO TRUE
                       END-IF
               END-READ
           END-IF

           IF ALS-BY-SMS AND NOT WS-SMS-OK
               DISPLAY "WARNING - HOLDER " ACM-CUSTOMER-ID
                   " HAS NO VERIFIED MOBILE NUMBER"
           END-IF
           IF ALS-BY-EMAIL AND NOT WS-EMAIL-OK
               DISPLAY "WARNING - HOLDER " ACM-CUSTOMER-ID
                   " HAS NO VERIFIED EMAIL ADDRESS"
           END-IF.

       CANCEL-THE-ALERTS.
           MOVE ACCOUNT-NUMBER TO ALS-ACCOUNT-NUMBER
           READ ALERT-SUBSCRIPTIONS
               INVALID KEY
                   DISPLAY "No alerts on file for the account"
               NOT INVALID KEY
                   SET WS-SUB-ON-FILE TO TRUE
                   IF ALS-CANCELLED
                       DISPLAY "Alerts already cancelled"
                   ELSE
                       MOVE "C"            TO ALS-STATUS
                       MOVE WS-TS-DATE     TO ALS-SET-DATE
                       MOVE WS-OPERATOR-ID TO ALS-SET-BY
                       PERFORM STORE-THE-SUBSCRIPTION
                       DISPLAY "ALERTS CANCELLED FOR " ACCOUNT-NUMBER
                   END-IF
           END-READ.

       STORE-THE-SUBSCRIPTION.
           IF WS-SUB-ON-FILE
               REWRITE ALERT-SUBSCRIPTION-RECORD
           ELSE
               WRITE ALERT-SUBSCRIPTION-RECORD
           END-IF
           CALL "FILERR" USING "ALRTMNT " "ALRTSUB"
               WS-ALRTSUB-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       SHOW-THE-ALERTS.
           MOVE ACCOUNT-NUMBER TO ALS-ACCOUNT-NUMBER
           READ ALERT-SUBSCRIPTIONS
               INVALID KEY
                   DISPLAY "No alerts on file for the account"
               NOT INVALID KEY
                   DISPLAY "ALERTS FOR " ALS-ACCOUNT-NUMBER
                       " STATUS " ALS-STATUS
                   DISPLAY "  DEBITS  " ALS-DEBIT-FLAG
                       " AT OR OVER " ALS-DEBIT-THRESHOLD
                   DISPLAY "  CREDITS " ALS-CREDIT-FLAG
                       " AT OR OVER " ALS-CREDIT-THRESHOLD
                   DISPLAY "  CARD    " ALS-CARD-FLAG
                       "  DELIVERY " ALS-DELIVERY
                   DISPLAY "  SET " ALS-SET-DATE " BY " ALS-SET-BY
                   PERFORM CHECK-HOLDER-CONTACTS
           END-READ.
