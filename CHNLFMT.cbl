      *****************************************************
      * ATM/POS channel intake formatter - ends the morning  *
      * re-keying of the vendor's file. Reads the vendor's    *
      * fixed format, validates each entry, and translates     *
      * deposits into a DLYDEP-format intake file (with its own *
      * header and trailer so DEPSCRUB's file controls hold) and *
      * withdrawals into DLYWTH-format records, carrying the      *
      * channel code through to the posting and the transaction    *
      * history. Unparseable vendor records go to the formatter's   *
      * own reject file. Every ATM withdrawal taken in, posted or    *
      * referred, also goes to the ATMDISP dispense extract for       *
      * ATMCASH's cash position of the machine.                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMREJ-STATUS.

           SELECT ATM-DISPENSES ASSIGN TO "ATMDISP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMDISP-STATUS.

           SELECT PROCESS-DATE-CONTROL ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PROCDATE-STATUS.
               RECORD KEY CRD-CARD-NUMBER
               FILE STATUS WS-CARDMAST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT PENDING-AUTH-QUEUE ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PAU-AUTH-ID
               FILE STATUS WS-PENDAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE VENDOR'S FIXED LAYOUT AS DELIVERED: TERMINAL,
       FD  DAILY-WITHDRAWALS.
       COPY "DLYWTH.cpy".

       FD  ATM-DISPENSES.
       COPY "ATMDISP.cpy".

       FD  CARD-MASTER.
       COPY "CARDMAST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  PENDING-AUTH-QUEUE.
       COPY "PENDAUTH.cpy".

       FD  PROCESS-DATE-CONTROL.
       01 PROCESS-DATE-RECORD.
          05 PDC-PROCESSING-DATE    PIC 9(8).
       01 WS-ATMDEP-STATUS    PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-ATMREJ-STATUS    PIC XX.
       01 WS-ATMDISP-STATUS   PIC XX.
       01 WS-CARDMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-PENDAUTH-STATUS  PIC XX.
       01 WS-AUTH-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-AUTH-QUEUE VALUE "Y".
       01 WS-NEXT-AUTH-ID     PIC 9(8)   VALUE 0.
       01 WS-REFERRED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-CHANNEL-AMOUNT   PIC 9(6).
       01 WS-SCORE-AMOUNT     PIC 9(9)V99.
       01 WS-SCORE-CUSTOMER   PIC 9(8).
       01 WS-ANOMALY-SCORE    PIC 9(3).
       01 WS-ANOMALY-REASON   PIC X(25).
       01 WS-ANOMALY-FLAG     PIC X.
          88 WS-ANOMALY-REFER VALUE "Y".
       01 WS-CARD-FLAG        PIC X.
          88 WS-CARD-GOOD     VALUE "Y".
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
           DISPLAY "CHANNEL FORMAT COMPLETE - DEPOSITS "
               WS-DEPOSIT-COUNT " WITHDRAWALS " WS-WITHDRAW-COUNT
               " REJECTED " WS-REJECT-COUNT
               " REFERRED " WS-REFERRED-COUNT

           CLOSE VENDOR-FILE
           CLOSE CHANNEL-DEPOSITS
           CLOSE DAILY-WITHDRAWALS
           CLOSE VENDOR-REJECTS
           CLOSE ATM-DISPENSES
           IF WS-CARDMAST-STATUS = "35"
               CONTINUE
           ELSE
               CLOSE CARD-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE PENDING-AUTH-QUEUE

           STOP RUN.

               STOP RUN
           END-IF

      * THE EXTRACT GATHERS EVERY INTAKE RUN UNTIL ATMCASH HAS
      * TAKEN IT IN THE NIGHTLY RUN.
           OPEN EXTEND ATM-DISPENSES
           IF WS-ATMDISP-STATUS = "35"
               OPEN OUTPUT ATM-DISPENSES
           END-IF
           CALL "FILERR" USING "CHNLFMT " "ATMDISP" WS-ATMDISP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO CARD MASTER ON FILE MEANS THE BRANCH HAS NOT LOADED
      * ONE YET - THE INTAKE DEGRADES TO UNGATED, THE SAME WAY
      * THE OPTIONAL PARAMETER FILES DEGRADE EVERYWHERE ELSE.
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CHNLFMT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O PENDING-AUTH-QUEUE
           IF WS-PENDAUTH-STATUS = "35"
               OPEN OUTPUT PENDING-AUTH-QUEUE
               CLOSE PENDING-AUTH-QUEUE
               OPEN I-O PENDING-AUTH-QUEUE
           END-IF
           CALL "FILERR" USING "CHNLFMT " "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM FIND-LAST-AUTH-ID.

      * THE RUN HOLDS THE QUEUE OPEN, SO THE LAST AUTHORIZATION
      * ID IS FOUND ONCE AND EACH REFERRAL TAKES THE NEXT ONE.
       FIND-LAST-AUTH-ID.
           MOVE 0 TO WS-NEXT-AUTH-ID
           MOVE "N" TO WS-AUTH-EOF-FLAG
           MOVE 0 TO PAU-AUTH-ID
           START PENDING-AUTH-QUEUE KEY IS GREATER THAN PAU-AUTH-ID
               INVALID KEY SET END-OF-AUTH-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-AUTH-QUEUE
               READ PENDING-AUTH-QUEUE NEXT RECORD
                   AT END SET END-OF-AUTH-QUEUE TO TRUE
                   NOT AT END
                       MOVE PAU-AUTH-ID TO WS-NEXT-AUTH-ID
               END-READ
           END-PERFORM.

       READ-CUTOFF-TIME.
           OPEN INPUT PROCESS-DATE-CONTROL
               WHEN OTHER
                   PERFORM CHECK-THE-CARD
                   IF WS-CARD-GOOD
                       PERFORM CHECK-TERMINAL-BRANCH
                   END-IF
                   IF WS-CARD-GOOD AND WS-BRANCH-OPEN
                       IF APV-DEPOSIT
                           PERFORM WRITE-CHANNEL-DEPOSIT
                       ELSE
                           PERFORM SCORE-CHANNEL-WITHDRAWAL
                           IF WS-ANOMALY-REFER
                               PERFORM QUEUE-CHANNEL-WITHDRAWAL
                           ELSE
                               PERFORM WRITE-CHANNEL-WITHDRAWAL
                           END-IF
                       END-IF
                   ELSE
                       PERFORM WRITE-VENDOR-REJECT
               END-IF
           END-IF.

      * THE TERMINAL'S BRANCH MUST BE OPEN ON THE BRANCH MASTER -
      * THE ITEM CARRIES IT INTO THE INTAKE AND THE CASH SETTLEMENT.
       CHECK-TERMINAL-BRANCH.
           CALL "BRCHK" USING APV-BRANCH WS-BRANCH-FLAG
               WS-BRANCH-REGION
           IF NOT WS-BRANCH-OPEN
               MOVE "Unknown or closed branch" TO VRJ-REASON
           END-IF.

       CHECK-CARD-STANDING.
           EVALUATE TRUE
               WHEN NOT CRD-CARD-ACTIVE
           MOVE APV-CHANNEL         TO DTR-CHANNEL-CODE
           MOVE SPACES              TO DTR-CURRENCY-CODE
           MOVE 0                   TO DTR-CHEQUE-SERIAL
           MOVE SPACES              TO DTR-DRAWEE-ROUTING
           PERFORM VALUE-DATE-THE-ITEM
           WRITE DAILY-DEPOSIT-RECORD
           ADD 1 TO WS-DEPOSIT-COUNT
           MOVE APV-TERMINAL-ID     TO WTR-OPERATOR-ID
           MOVE APV-CHANNEL         TO WTR-CHANNEL-CODE
           WRITE DAILY-WITHDRAWAL-RECORD
           PERFORM WRITE-ATM-DISPENSE
           ADD 1 TO WS-WITHDRAW-COUNT.

      * EACH CARD WITHDRAWAL IS SCORED AGAINST THE ACCOUNT'S
      * BEHAVIOR PROFILE BEFORE IT GOES TO THE POSTING FILE. AN
      * ACCOUNT NOT ON THE MASTER SCORES WITHOUT ITS CUSTOMER -
      * WDRPOST PUTS IT ON THE EXCEPTION REPORT ANYWAY.
       SCORE-CHANNEL-WITHDRAWAL.
           MOVE 0 TO WS-SCORE-CUSTOMER
           MOVE APV-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-CUSTOMER-ID TO WS-SCORE-CUSTOMER
           END-READ
           MOVE APV-AMOUNT TO WS-CHANNEL-AMOUNT
           MOVE WS-CHANNEL-AMOUNT TO WS-SCORE-AMOUNT
           CALL "BEHSCORE" USING ACM-ACCOUNT-NUMBER WS-SCORE-CUSTOMER
               WS-SCORE-AMOUNT APV-CHANNEL APV-BRANCH
               WS-ANOMALY-SCORE WS-ANOMALY-REASON WS-ANOMALY-FLAG.

      * A HIGH-SCORING ITEM IS HELD OFF DLYWTHDR, SO WDRPOST
      * NEVER POSTS IT, AND WAITS ON PENDAUTH UNTIL A SUPERVISOR
      * RELEASES IT TO THE ACCOUNT OR DECLINES IT TO THE CARD
      * FRAUD DESK.
       QUEUE-CHANNEL-WITHDRAWAL.
           ADD 1 TO WS-NEXT-AUTH-ID
           MOVE WS-NEXT-AUTH-ID     TO PAU-AUTH-ID
           MOVE ACM-ACCOUNT-NUMBER  TO PAU-ACCOUNT-NUMBER
           SET PAU-WITHDRAWAL       TO TRUE
           MOVE WS-SCORE-AMOUNT     TO PAU-AMOUNT
           MOVE 0                   TO PAU-CREDIT-ACCOUNT
           MOVE 0                   TO PAU-FIRST-OWNER
           MOVE WS-PROCESSING-DATE  TO PAU-QUEUED-DATE
           MOVE APV-TERMINAL-ID     TO PAU-OPERATOR-ID
           SET PAU-AUTH-PENDING     TO TRUE
           SET PAU-ANOMALY-REFER    TO TRUE
           MOVE WS-ANOMALY-SCORE    TO PAU-ANOMALY-SCORE
           MOVE WS-ANOMALY-REASON   TO PAU-ANOMALY-REASON
           MOVE APV-CHANNEL         TO PAU-CHANNEL-CODE
           WRITE PENDING-AUTH-RECORD
           CALL "FILERR" USING "CHNLFMT " "PENDAUTH"
               WS-PENDAUTH-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM WRITE-ATM-DISPENSE
           DISPLAY "REFERRED " APV-CHANNEL " WITHDRAWAL ON "
               ACM-ACCOUNT-NUMBER " AS AUTHORIZATION "
               WS-NEXT-AUTH-ID " - SCORE " WS-ANOMALY-SCORE
           ADD 1 TO WS-REFERRED-COUNT.

      * THE MACHINE PAID THE CASH OUT WHETHER THE ITEM POSTS OR
      * WAITS ON A SUPERVISOR, SO BOTH COUNT AGAINST ITS CASSETTES.
      * A POS PURCHASE PAYS OUT NO CASH.
       WRITE-ATM-DISPENSE.
           IF APV-CHANNEL = "ATM"
               MOVE APV-TERMINAL-ID TO ADS-TERMINAL-ID
               MOVE APV-BRANCH      TO ADS-BRANCH
               MOVE APV-TXN-DATE    TO ADS-TXN-DATE
               MOVE APV-TXN-TIME    TO ADS-TXN-TIME
               MOVE APV-AMOUNT      TO ADS-AMOUNT
               WRITE ATM-DISPENSE-RECORD
           END-IF.

       WRITE-VENDOR-REJECT.
           MOVE APV-TERMINAL-ID TO VRJ-TERMINAL-ID
           MOVE VENDOR-RECORD   TO VRJ-RAW-RECORD
