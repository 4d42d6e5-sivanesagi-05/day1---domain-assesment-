       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLQMNT.

      *****************************************************
      * Collections work queue, called from the teller menu. *
      * Work walks the active COLLQ rows assigned to the      *
      * operator signing in and records the outcome of each    *
      * call - no answer, contacted, promise to pay, refused or *
      * wrong number - on the row and on the COLLCONT contact    *
      * log. A promise takes an amount and a date and is refused  *
      * while an earlier one is still open; PTPCHK judges it       *
      * nightly. Assign, for a supervisor only, sets the collector  *
      * for a branch and bucket on COLLASGN and hands that collector *
      * the rows already queued there.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT COLLECTION-QUEUE ASSIGN TO "COLLQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CLQ-CUSTOMER-ID
               FILE STATUS WS-COLLQ-STATUS.

           SELECT COLLECTOR-ASSIGNMENTS ASSIGN TO "COLLASGN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAS-KEY
               FILE STATUS WS-COLLASGN-STATUS.

           SELECT CONTACT-LOG ASSIGN TO "COLLCONT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-COLLCONT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  COLLECTION-QUEUE.
       COPY "COLLQ.cpy".

       FD  COLLECTOR-ASSIGNMENTS.
       COPY "COLLASGN.cpy".

       FD  CONTACT-LOG.
       COPY "COLLCONT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-COLLQ-STATUS     PIC XX.
       01 WS-COLLASGN-STATUS  PIC XX.
       01 WS-COLLCONT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-QUEUE     VALUE "Y".
       01 WS-OPERATOR-OK      PIC X      VALUE "N".
          88 WS-OPERATOR-VALID VALUE "Y".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-STOP-FLAG        PIC X      VALUE "N".
          88 WS-STOP-WORKING  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ACTION-WORK   VALUE "W".
          88 WS-ACTION-ASSIGN VALUE "A".
       01 WS-OUTCOME          PIC X.
          88 WS-OUTCOME-VALID VALUE "N" "C" "P" "R" "W".
          88 WS-OUTCOME-PROMISE VALUE "P".
          88 WS-OUTCOME-SKIP  VALUE "S".
          88 WS-OUTCOME-STOP  VALUE "X".
       01 WS-PTP-AMOUNT       PIC 9(9)V99.
       01 WS-PTP-DATE         PIC 9(8).
       01 WS-NOTE             PIC X(40).
       01 WS-ASSIGN-BRANCH    PIC X(4).
       01 WS-ASSIGN-BUCKET    PIC 9(1).
       01 WS-ASSIGN-COLLECTOR PIC X(8).
       01 WS-WORKED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-PROMISE-COUNT    PIC 9(5)   VALUE 0.
       01 WS-HANDED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           MOVE "N" TO WS-OPERATOR-OK
           MOVE "N" TO WS-SUPERVISOR-OK
           MOVE "N" TO WS-STOP-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-WORKED-COUNT
           MOVE 0 TO WS-PROMISE-COUNT
           MOVE 0 TO WS-HANDED-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES
           PERFORM CHECK-THE-OPERATOR
           IF NOT WS-OPERATOR-VALID
               DISPLAY "ACTIVE OPERATOR ID REQUIRED - "
                   "NO COLLECTIONS ACCESS"
               PERFORM CLOSE-ALL-FILES
               GOBACK
           END-IF

           DISPLAY "ACTION - WORK MY QUEUE (W) "
               "ASSIGN COLLECTOR (A): ".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-WORK
                   PERFORM WORK-THE-QUEUE
                   DISPLAY WS-WORKED-COUNT " LOAN(S) WORKED, "
                       WS-PROMISE-COUNT " PROMISE(S) TAKEN"
               WHEN WS-ACTION-ASSIGN
                   IF WS-AUTHORIZED
                       PERFORM ASSIGN-A-COLLECTOR
                   ELSE
                       DISPLAY "SUPERVISOR ROLE REQUIRED"
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER W OR A"
           END-EVALUATE

           PERFORM CLOSE-ALL-FILES
           GOBACK.

       OPEN-ALL-FILES.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "COLLQMNT" "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O COLLECTION-QUEUE
           IF WS-COLLQ-STATUS = "35"
               OPEN OUTPUT COLLECTION-QUEUE
               CLOSE COLLECTION-QUEUE
               OPEN I-O COLLECTION-QUEUE
           END-IF
           CALL "FILERR" USING "COLLQMNT" "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O COLLECTOR-ASSIGNMENTS
           IF WS-COLLASGN-STATUS = "35"
               OPEN OUTPUT COLLECTOR-ASSIGNMENTS
               CLOSE COLLECTOR-ASSIGNMENTS
               OPEN I-O COLLECTOR-ASSIGNMENTS
           END-IF
           CALL "FILERR" USING "COLLQMNT" "COLLASGN"
               WS-COLLASGN-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND CONTACT-LOG
           IF WS-COLLCONT-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG
           END-IF
           CALL "FILERR" USING "COLLQMNT" "COLLCONT" WS-COLLCONT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE OPERATOR-MASTER
           CLOSE COLLECTION-QUEUE
           CLOSE COLLECTOR-ASSIGNMENTS
           CLOSE CONTACT-LOG.

       CHECK-THE-OPERATOR.
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-OPERATOR-ACTIVE
                       SET WS-OPERATOR-VALID TO TRUE
                       IF OPM-SUPERVISOR-ROLE
                           SET WS-AUTHORIZED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * THE QUEUE IS KEYED BY BORROWER, SO A COLLECTOR'S ROWS ARE
      * FOUND BY WALKING THE WHOLE FILE IN CUSTOMER ORDER.
       WORK-THE-QUEUE.
           MOVE 0 TO CLQ-CUSTOMER-ID
           START COLLECTION-QUEUE KEY IS NOT LESS THAN CLQ-CUSTOMER-ID
               INVALID KEY SET END-OF-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-QUEUE OR WS-STOP-WORKING
               READ COLLECTION-QUEUE NEXT RECORD
                   AT END SET END-OF-QUEUE TO TRUE
                   NOT AT END
                       IF CLQ-ACTIVE
                          AND CLQ-COLLECTOR-ID = WS-OPERATOR-ID
                           PERFORM WORK-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       WORK-ONE-LOAN.
           DISPLAY "CUSTOMER " CLQ-CUSTOMER-ID " " CLQ-CUSTOMER-NAME
           DISPLAY "  ACCOUNT " CLQ-ACCOUNT-NUMBER
               " BUCKET " CLQ-BUCKET
               " DAYS PAST DUE " CLQ-DAYS-PAST-DUE
               " EXPOSURE " CLQ-EXPOSURE
           DISPLAY "  LAST CONTACT " CLQ-LAST-CONTACT-DATE
               " OUTCOME " CLQ-LAST-OUTCOME
               " RECOVERED " CLQ-RECOVERED-AMT
           IF CLQ-PROMISE-OPEN
               DISPLAY "  PROMISE OPEN - " CLQ-PTP-AMOUNT
                   " BY " CLQ-PTP-DATE " PAID SO FAR " CLQ-PTP-PAID
           END-IF

           DISPLAY "OUTCOME - NO ANSWER (N) CONTACTED (C) "
               "PROMISE (P) REFUSED (R) WRONG NUMBER (W) "
               "SKIP (S) STOP (X): ".
           ACCEPT WS-OUTCOME.

           EVALUATE TRUE
               WHEN WS-OUTCOME-STOP
                   SET WS-STOP-WORKING TO TRUE
               WHEN WS-OUTCOME-SKIP
                   CONTINUE
               WHEN WS-OUTCOME-PROMISE AND CLQ-PROMISE-OPEN
                   DISPLAY "A PROMISE IS ALREADY OPEN UNTIL "
                       CLQ-PTP-DATE " - NEW PROMISE REFUSED"
               WHEN WS-OUTCOME-VALID
                   PERFORM RECORD-THE-CONTACT
               WHEN OTHER
                   DISPLAY "INVALID OUTCOME - LOAN SKIPPED"
           END-EVALUATE.

       RECORD-THE-CONTACT.
           MOVE 0 TO WS-PTP-AMOUNT
           MOVE 0 TO WS-PTP-DATE
           IF WS-OUTCOME-PROMISE
               DISPLAY "ENTER PROMISED AMOUNT: "
               ACCEPT WS-PTP-AMOUNT
               DISPLAY "ENTER PROMISED DATE (YYYYMMDD): "
               ACCEPT WS-PTP-DATE
           END-IF

           IF WS-OUTCOME-PROMISE
              AND (WS-PTP-AMOUNT = 0 OR WS-PTP-DATE < WS-TS-DATE)
               DISPLAY "PROMISE NEEDS AN AMOUNT AND A DATE NOT "
                   "BEFORE TODAY - NOT RECORDED"
           ELSE
               DISPLAY "ENTER NOTE (ONE LINE): "
               ACCEPT WS-NOTE

               MOVE WS-TS-DATE      TO CLQ-LAST-CONTACT-DATE
               MOVE WS-OUTCOME      TO CLQ-LAST-OUTCOME
               IF WS-OUTCOME-PROMISE
                   MOVE WS-PTP-AMOUNT TO CLQ-PTP-AMOUNT
                   MOVE WS-PTP-DATE   TO CLQ-PTP-DATE
                   MOVE 0             TO CLQ-PTP-PAID
                   SET CLQ-PROMISE-OPEN TO TRUE
                   ADD 1 TO WS-PROMISE-COUNT
               END-IF
               REWRITE COLLECTION-QUEUE-RECORD
               CALL "FILERR" USING "COLLQMNT" "COLLQ" WS-COLLQ-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF

               MOVE WS-TS-DATE      TO CCL-CONTACT-DATE
               MOVE WS-TS-TIME      TO CCL-CONTACT-TIME
               MOVE WS-OPERATOR-ID  TO CCL-COLLECTOR-ID
               MOVE CLQ-CUSTOMER-ID TO CCL-CUSTOMER-ID
               MOVE CLQ-BUCKET      TO CCL-BUCKET
               MOVE WS-OUTCOME      TO CCL-OUTCOME
               MOVE WS-PTP-AMOUNT   TO CCL-PTP-AMOUNT
               MOVE WS-PTP-DATE     TO CCL-PTP-DATE
               MOVE WS-NOTE         TO CCL-NOTE
               WRITE COLLECTION-CONTACT-RECORD
               CALL "FILERR" USING "COLLQMNT" "COLLCONT"
                   WS-COLLCONT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-WORKED-COUNT
           END-IF.

      * THE COLLECTOR MUST BE AN ACTIVE OPERATOR. ROWS ALREADY IN
      * THE QUEUE FOR THE BRANCH AND BUCKET MOVE TO THEM AT ONCE
      * RATHER THAN WAITING FOR THE NEXT AGING.
       ASSIGN-A-COLLECTOR.
           DISPLAY "ENTER BRANCH: ".
           ACCEPT WS-ASSIGN-BRANCH.

           DISPLAY "ENTER BUCKET (1-3, 4=ESCALATION DESK): ".
           ACCEPT WS-ASSIGN-BUCKET.

           DISPLAY "ENTER COLLECTOR OPERATOR ID: ".
           ACCEPT WS-ASSIGN-COLLECTOR.

           MOVE "N" TO WS-OPERATOR-OK
           MOVE WS-ASSIGN-COLLECTOR TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-OPERATOR-ACTIVE
                       SET WS-OPERATOR-VALID TO TRUE
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN WS-ASSIGN-BUCKET < 1 OR WS-ASSIGN-BUCKET > 4
                   DISPLAY "INVALID BUCKET - ENTER 1 TO 4"
               WHEN NOT WS-OPERATOR-VALID
                   DISPLAY "COLLECTOR " WS-ASSIGN-COLLECTOR
                       " IS NOT AN ACTIVE OPERATOR"
               WHEN OTHER
                   PERFORM SAVE-THE-ASSIGNMENT
                   PERFORM HAND-OVER-QUEUED-ROWS
                   DISPLAY "BRANCH " WS-ASSIGN-BRANCH " BUCKET "
                       WS-ASSIGN-BUCKET " ASSIGNED TO "
                       WS-ASSIGN-COLLECTOR " - " WS-HANDED-COUNT
                       " QUEUED LOAN(S) HANDED OVER"
           END-EVALUATE.

       SAVE-THE-ASSIGNMENT.
           MOVE WS-ASSIGN-BRANCH TO CAS-BRANCH
           MOVE WS-ASSIGN-BUCKET TO CAS-BUCKET
           READ COLLECTOR-ASSIGNMENTS
               INVALID KEY
                   MOVE WS-ASSIGN-COLLECTOR TO CAS-COLLECTOR-ID
                   MOVE WS-OPERATOR-ID      TO CAS-SET-BY
                   MOVE WS-TS-DATE          TO CAS-SET-DATE
                   WRITE COLLECTOR-ASSIGNMENT-RECORD
               NOT INVALID KEY
                   MOVE WS-ASSIGN-COLLECTOR TO CAS-COLLECTOR-ID
                   MOVE WS-OPERATOR-ID      TO CAS-SET-BY
                   MOVE WS-TS-DATE          TO CAS-SET-DATE
                   REWRITE COLLECTOR-ASSIGNMENT-RECORD
           END-READ
           CALL "FILERR" USING "COLLQMNT" "COLLASGN" WS-COLLASGN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       HAND-OVER-QUEUED-ROWS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO CLQ-CUSTOMER-ID
           START COLLECTION-QUEUE KEY IS NOT LESS THAN CLQ-CUSTOMER-ID
               INVALID KEY SET END-OF-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-QUEUE
               READ COLLECTION-QUEUE NEXT RECORD
                   AT END SET END-OF-QUEUE TO TRUE
                   NOT AT END
                       IF CLQ-ACTIVE
                          AND CLQ-BRANCH = WS-ASSIGN-BRANCH
                          AND CLQ-BUCKET = WS-ASSIGN-BUCKET
                          AND CLQ-COLLECTOR-ID
                              NOT = WS-ASSIGN-COLLECTOR
                           MOVE WS-ASSIGN-COLLECTOR
                               TO CLQ-COLLECTOR-ID
                           REWRITE COLLECTION-QUEUE-RECORD
                           CALL "FILERR" USING "COLLQMNT" "COLLQ"
                               WS-COLLQ-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HANDED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
