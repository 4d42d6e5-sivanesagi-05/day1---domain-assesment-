       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLQBLD.

      *****************************************************
      * Nightly collections work queue build. Each loan on   *
      * tonight's DELQRPT collections extract gets a COLLQ    *
      * row - a new delinquent is queued to the collector set  *
      * up on COLLASGN for its branch and bucket, and a loan    *
      * already queued has its days past due and exposure        *
      * refreshed and moves to the higher bucket's collector if   *
      * it has aged into one. A loan that escalated on a broken    *
      * promise keeps its higher bucket. Any active row the extract *
      * no longer carries has cured, and is closed with tonight's    *
      * date for the cure-rate figures.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTIONS-EXTRACT ASSIGN TO "COLLEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-COLLEXT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTIONS-EXTRACT.
       01 COLLECTIONS-RECORD.
          05 CLX-ACCOUNT-NUMBER     PIC 9(10).
          05 CLX-CUSTOMER-ID        PIC 9(8).
          05 CLX-CUSTOMER-NAME      PIC X(30).
          05 CLX-ADDRESS            PIC X(40).
          05 CLX-BRANCH             PIC X(4).
          05 CLX-MISSED-PAYMENTS    PIC 9(2).
          05 CLX-DAYS-PAST-DUE      PIC 9(4).
          05 CLX-LOAN-EXPOSURE      PIC 9(9).

       FD  COLLECTION-QUEUE.
       COPY "COLLQ.cpy".

       FD  COLLECTOR-ASSIGNMENTS.
       COPY "COLLASGN.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COLLEXT-STATUS   PIC XX.
       01 WS-COLLQ-STATUS     PIC XX.
       01 WS-COLLASGN-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-EXTRACT   VALUE "Y".
       01 WS-QUEUE-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-QUEUE     VALUE "Y".
       01 WS-BUCKET           PIC 9(1).
       01 WS-NEW-COUNT        PIC 9(7)   VALUE 0.
       01 WS-REFRESHED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-MOVED-UP-COUNT   PIC 9(7)   VALUE 0.
       01 WS-CURED-COUNT      PIC 9(7)   VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-EXTRACT-RECORD
           PERFORM UNTIL END-OF-EXTRACT
               PERFORM QUEUE-ONE-DELINQUENT
               PERFORM READ-EXTRACT-RECORD
           END-PERFORM

           PERFORM CLOSE-CURED-ROWS

           DISPLAY "COLLECTIONS QUEUE BUILT - " WS-NEW-COUNT
               " NEW, " WS-REFRESHED-COUNT " REFRESHED, "
               WS-MOVED-UP-COUNT " MOVED UP A BUCKET, "
               WS-CURED-COUNT " CURED"
           IF WS-UNASSIGNED-COUNT > 0
               DISPLAY "*** " WS-UNASSIGNED-COUNT " QUEUED LOAN(S)"
                   " HAVE NO COLLECTOR FOR THEIR BRANCH/BUCKET ***"
           END-IF

           CLOSE COLLECTIONS-EXTRACT
           CLOSE COLLECTION-QUEUE
           IF WS-COLLASGN-STATUS NOT = "35"
               CLOSE COLLECTOR-ASSIGNMENTS
           END-IF

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT COLLECTIONS-EXTRACT
           IF WS-COLLEXT-STATUS = "35"
               DISPLAY "NO COLLECTIONS EXTRACT - QUEUE NOT BUILT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "COLLQBLD" "COLLEXT" WS-COLLEXT-STATUS
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
           CALL "FILERR" USING "COLLQBLD" "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO ASSIGNMENT TABLE YET MEANS EVERY ROW QUEUES UNASSIGNED
      * UNTIL A SUPERVISOR SETS THE COLLECTORS UP.
           OPEN INPUT COLLECTOR-ASSIGNMENTS
           IF WS-COLLASGN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "COLLQBLD" "COLLASGN"
                   WS-COLLASGN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

       READ-EXTRACT-RECORD.
           READ COLLECTIONS-EXTRACT
               AT END SET END-OF-EXTRACT TO TRUE
           END-READ.

      * SAME BUCKETS AS THE DELQRPT AGING - 1, 2, 3+ MISSED.
       QUEUE-ONE-DELINQUENT.
           EVALUATE TRUE
               WHEN CLX-MISSED-PAYMENTS >= 3
                   MOVE 3 TO WS-BUCKET
               WHEN CLX-MISSED-PAYMENTS = 2
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE

           MOVE CLX-CUSTOMER-ID TO CLQ-CUSTOMER-ID
           READ COLLECTION-QUEUE
               INVALID KEY
                   PERFORM START-NEW-ROW
                   WRITE COLLECTION-QUEUE-RECORD
                   ADD 1 TO WS-NEW-COUNT
               NOT INVALID KEY
                   IF CLQ-CURED
                       PERFORM START-NEW-ROW
                       ADD 1 TO WS-NEW-COUNT
                   ELSE
                       PERFORM REFRESH-ACTIVE-ROW
                       ADD 1 TO WS-REFRESHED-COUNT
                   END-IF
                   REWRITE COLLECTION-QUEUE-RECORD
           END-READ
           CALL "FILERR" USING "COLLQBLD" "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF CLQ-COLLECTOR-ID = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

      * A BORROWER BACK IN ARREARS AFTER CURING STARTS OVER AS A
      * NEW CASE - THE OLD PROMISE AND RECOVERY FIGURES CLOSED
      * WITH THE CURE.
       START-NEW-ROW.
           MOVE CLX-CUSTOMER-ID     TO CLQ-CUSTOMER-ID
           MOVE WS-BUCKET           TO CLQ-BUCKET
           MOVE WS-TS-DATE          TO CLQ-ENTERED-DATE
           MOVE 0                   TO CLQ-LAST-CONTACT-DATE
           MOVE SPACE               TO CLQ-LAST-OUTCOME
           MOVE 0                   TO CLQ-PTP-AMOUNT
           MOVE 0                   TO CLQ-PTP-DATE
           MOVE 0                   TO CLQ-PTP-PAID
           SET CLQ-NO-PROMISE       TO TRUE
           MOVE 0                   TO CLQ-RECOVERED-AMT
           SET CLQ-ACTIVE           TO TRUE
           MOVE 0                   TO CLQ-CURED-DATE
           PERFORM COPY-EXTRACT-FIGURES
           PERFORM ASSIGN-THE-COLLECTOR.

       REFRESH-ACTIVE-ROW.
           PERFORM COPY-EXTRACT-FIGURES
           IF WS-BUCKET > CLQ-BUCKET
               MOVE WS-BUCKET TO CLQ-BUCKET
               PERFORM ASSIGN-THE-COLLECTOR
               ADD 1 TO WS-MOVED-UP-COUNT
           ELSE
               IF CLQ-COLLECTOR-ID = SPACES
                   PERFORM ASSIGN-THE-COLLECTOR
               END-IF
           END-IF.

       COPY-EXTRACT-FIGURES.
           MOVE CLX-ACCOUNT-NUMBER  TO CLQ-ACCOUNT-NUMBER
           MOVE CLX-CUSTOMER-NAME   TO CLQ-CUSTOMER-NAME
           MOVE CLX-BRANCH          TO CLQ-BRANCH
           MOVE CLX-DAYS-PAST-DUE   TO CLQ-DAYS-PAST-DUE
           MOVE CLX-LOAN-EXPOSURE   TO CLQ-EXPOSURE
           MOVE WS-TS-DATE          TO CLQ-LAST-SEEN-DATE.

       ASSIGN-THE-COLLECTOR.
           MOVE SPACES TO CLQ-COLLECTOR-ID
           IF WS-COLLASGN-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CLQ-BRANCH TO CAS-BRANCH
               MOVE CLQ-BUCKET TO CAS-BUCKET
               READ COLLECTOR-ASSIGNMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAS-COLLECTOR-ID TO CLQ-COLLECTOR-ID
               END-READ
           END-IF.

      * AN ACTIVE ROW NOT SEEN ON TONIGHT'S EXTRACT HAS NO MISSED
      * PAYMENTS LEFT - THE LOAN HAS CURED.
       CLOSE-CURED-ROWS.
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           MOVE 0 TO CLQ-CUSTOMER-ID
           START COLLECTION-QUEUE KEY IS NOT LESS THAN CLQ-CUSTOMER-ID
               INVALID KEY SET END-OF-QUEUE TO TRUE
           END-START
           PERFORM UNTIL END-OF-QUEUE
               READ COLLECTION-QUEUE NEXT RECORD
                   AT END SET END-OF-QUEUE TO TRUE
                   NOT AT END
                       IF CLQ-ACTIVE
                          AND CLQ-LAST-SEEN-DATE < WS-TS-DATE
                           SET CLQ-CURED TO TRUE
                           MOVE WS-TS-DATE TO CLQ-CURED-DATE
                           REWRITE COLLECTION-QUEUE-RECORD
                           CALL "FILERR" USING "COLLQBLD" "COLLQ"
                               WS-COLLQ-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CURED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
