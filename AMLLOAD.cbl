       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLLOAD.

      *****************************************************
      * Nightly load of the day's compliance signals into    *
      * the case register. Reads the LRGCASH regulatory       *
      * records, the CASHSTRC structuring alerts, today's      *
      * entries on the CMPHOLD screening queue (opening         *
      * refusals, maintenance and wire screening hits, re-screen *
      * matches) and today's supervisor overrides on OVRJRNL.     *
      * Each signal attaches to the customer's live case on        *
      * AMLCASE, or opens a new one with a review date, and is kept *
      * on AMLITEM with the account and transaction details it       *
      * carried. A signal already on the case is not attached twice,  *
      * so a rerun of the night leaves the register as it was.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASES ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMC-CASE-NUMBER
               ALTERNATE RECORD KEY AMC-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-AMLCASE-STATUS.

           SELECT AML-CASE-ITEMS ASSIGN TO "AMLITEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMI-KEY
               FILE STATUS WS-AMLITEM-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT REGULATORY-REPORT ASSIGN TO "LRGCASH.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LRGCASH-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CASHALRT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CASHALRT-STATUS.

           SELECT COMPLIANCE-HOLD-QUEUE ASSIGN TO "CMPHOLD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CMPHOLD-STATUS.

           SELECT OVERRIDE-JOURNAL ASSIGN TO "OVRJRNL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OVRJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASES.
       COPY "AMLCASE.cpy".

       FD  AML-CASE-ITEMS.
       COPY "AMLITEM.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  REGULATORY-REPORT.
       01 REGULATORY-RECORD.
          05 LRC-REPORT-DATE        PIC 9(8).
          05 LRC-CUSTOMER-ID        PIC 9(8).
          05 LRC-CUSTOMER-NAME      PIC X(30).
          05 LRC-ADDRESS            PIC X(40).
          05 LRC-DEPOSIT-COUNT      PIC 9(4).
          05 LRC-DEPOSIT-TOTAL      PIC 9(11)V99.

       FD  ALERT-FILE.
       01 ALERT-HEADER-LINE.
          05 CAH-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X.
          05 CAH-REPORT-DATE        PIC 9(8).
          05 FILLER                 PIC X(2).
          05 CAH-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2).
          05 CAH-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2).
          05 CAH-RULE               PIC X(4).
          05 FILLER                 PIC X(2).
          05 CAH-ITEM-COUNT         PIC 9(4).
          05 FILLER                 PIC X(2).
          05 CAH-ITEM-TOTAL         PIC 9(11)V99.
          05 FILLER                 PIC X(2).
          05 CAH-MESSAGE            PIC X(30).
       01 ALERT-DETAIL-LINE.
          05 CAD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X.
          05 CAD-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2).
          05 CAD-ACTIVITY-DATE      PIC 9(8).
          05 FILLER                 PIC X(2).
          05 CAD-TRANS-CODE         PIC X(4).
          05 FILLER                 PIC X(2).
          05 CAD-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2).
          05 CAD-ENTRY-BRANCH       PIC X(4).
          05 FILLER                 PIC X(2).
          05 CAD-TRANS-SEQ          PIC 9(8).

       FD  COMPLIANCE-HOLD-QUEUE.
       01 COMPLIANCE-HOLD-RECORD.
          05 CMP-QUEUED-DATE        PIC 9(8).
          05 CMP-SOURCE             PIC X(8).
          05 CMP-CUSTOMER-ID        PIC 9(8).
          05 CMP-CUSTOMER-NAME      PIC X(30).
          05 CMP-MATCHED-ENTRY      PIC 9(6).
          05 CMP-DISPOSITION        PIC X(8).

       FD  OVERRIDE-JOURNAL.
       COPY "OVRJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AMLCASE-STATUS   PIC XX.
       01 WS-AMLITEM-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LRGCASH-STATUS   PIC XX.
       01 WS-CASHALRT-STATUS  PIC XX.
       01 WS-CMPHOLD-STATUS   PIC XX.
       01 WS-OVRJRNL-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-CASE-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-CASES     VALUE "Y".
       01 WS-ITEM-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-ITEMS     VALUE "Y".
       01 WS-FOUND-FLAG       PIC X.
          88 WS-FOUND         VALUE "Y".
       01 WS-DUPLICATE-FLAG   PIC X.
          88 WS-DUPLICATE     VALUE "Y".
      * DAYS THE INVESTIGATOR HAS TO DECIDE A NEW CASE BEFORE IT
      * AGES ONTO THE AMLAGE REPORT.
       01 WS-REVIEW-DAYS      PIC 9(3)   VALUE 30.
       01 WS-REVIEW-INTEGER   PIC 9(8).
       01 WS-NEXT-CASE        PIC 9(8)   VALUE 0.
       01 WS-LAST-SEQ         PIC 9(4).
       01 WS-OPENED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-ATTACHED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-HEADER-CUSTOMER  PIC 9(8)   VALUE 0.
       01 WS-HEADER-RULE      PIC X(4)   VALUE SPACES.
      * THE SIGNAL BEING ATTACHED, BUILT BY EACH SOURCE READER.
       01 WS-SIGNAL.
          05 WSG-CUSTOMER-ID     PIC 9(8).
          05 WSG-SOURCE          PIC X(8).
          05 WSG-RULE            PIC X(10).
          05 WSG-ACCOUNT-NUMBER  PIC 9(10).
          05 WSG-TRANS-DATE      PIC 9(8).
          05 WSG-TRANS-CODE      PIC X(4).
          05 WSG-AMOUNT          PIC 9(11)V99.
          05 WSG-REFERENCE       PIC X(12).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-REVIEW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) + WS-REVIEW-DAYS

           PERFORM OPEN-ALL-FILES
           PERFORM FIND-LAST-CASE-NUMBER

           PERFORM LOAD-LARGE-CASH
           PERFORM LOAD-STRUCTURING-ALERTS
           PERFORM LOAD-SCREENING-HOLDS
           PERFORM LOAD-OVERRIDES

           DISPLAY "AML CASE LOAD COMPLETE - " WS-OPENED-COUNT
               " CASE(S) OPENED, " WS-ATTACHED-COUNT
               " SIGNAL(S) ATTACHED, " WS-SKIPPED-COUNT
               " ALREADY ON FILE"

           CLOSE AML-CASES
           CLOSE AML-CASE-ITEMS
           CLOSE ACCOUNT-MASTER

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O AML-CASES
           IF WS-AMLCASE-STATUS = "35"
               OPEN OUTPUT AML-CASES
               CLOSE AML-CASES
               OPEN I-O AML-CASES
           END-IF
           CALL "FILERR" USING "AMLLOAD " "AMLCASE" WS-AMLCASE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O AML-CASE-ITEMS
           IF WS-AMLITEM-STATUS = "35"
               OPEN OUTPUT AML-CASE-ITEMS
               CLOSE AML-CASE-ITEMS
               OPEN I-O AML-CASE-ITEMS
           END-IF
           CALL "FILERR" USING "AMLLOAD " "AMLITEM" WS-AMLITEM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "AMLLOAD " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       FIND-LAST-CASE-NUMBER.
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE 0 TO AMC-CASE-NUMBER
           START AML-CASES KEY IS GREATER THAN AMC-CASE-NUMBER
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       MOVE AMC-CASE-NUMBER TO WS-NEXT-CASE
               END-READ
           END-PERFORM.

      * ONE SIGNAL PER CUSTOMER OVER THE REPORTING THRESHOLD -
      * THE DAY'S CASH TOTAL, WITH THE DEPOSIT COUNT AS THE
      * REFERENCE.
       LOAD-LARGE-CASH.
           OPEN INPUT REGULATORY-REPORT
           IF WS-LRGCASH-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AMLLOAD " "LRGCASH"
                   WS-LRGCASH-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ REGULATORY-REPORT
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF LRC-REPORT-DATE = WS-TS-DATE
                               INITIALIZE WS-SIGNAL
                               MOVE LRC-CUSTOMER-ID
                                   TO WSG-CUSTOMER-ID
                               MOVE "LRGCASH"    TO WSG-SOURCE
                               MOVE "LARGE CASH" TO WSG-RULE
                               MOVE LRC-REPORT-DATE
                                   TO WSG-TRANS-DATE
                               MOVE "CDEP"       TO WSG-TRANS-CODE
                               MOVE LRC-DEPOSIT-TOTAL TO WSG-AMOUNT
                               MOVE LRC-DEPOSIT-COUNT
                                   TO WSG-REFERENCE
                               PERFORM ATTACH-THE-SIGNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGULATORY-REPORT
           END-IF.

      * EACH ALERT HEADER NAMES THE CUSTOMER AND THE RULE; THE
      * DETAIL LINES UNDER IT ARE THE TRANSACTIONS THAT RAISED
      * IT, AND EACH IS ATTACHED WITH ITS SEQUENCE NUMBER AND
      * BRANCH OF ENTRY AS THE REFERENCE.
       LOAD-STRUCTURING-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-CASHALRT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AMLLOAD " "CASHALRT"
                   WS-CASHALRT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0   TO WS-HEADER-CUSTOMER
               PERFORM UNTIL END-OF-INPUT
                   READ ALERT-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF CAH-RECORD-TYPE = "H"
                               IF CAH-REPORT-DATE = WS-TS-DATE
                                   MOVE CAH-CUSTOMER-ID
                                       TO WS-HEADER-CUSTOMER
                                   MOVE CAH-RULE TO WS-HEADER-RULE
                               ELSE
                                   MOVE 0 TO WS-HEADER-CUSTOMER
                               END-IF
                           ELSE
                               IF WS-HEADER-CUSTOMER > 0
                                   PERFORM ATTACH-ALERT-DETAIL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       ATTACH-ALERT-DETAIL.
           INITIALIZE WS-SIGNAL
           MOVE WS-HEADER-CUSTOMER  TO WSG-CUSTOMER-ID
           MOVE "CASHSTRC"          TO WSG-SOURCE
           STRING "STRUCT " WS-HEADER-RULE DELIMITED BY SIZE
               INTO WSG-RULE
           MOVE CAD-ACCOUNT-NUMBER  TO WSG-ACCOUNT-NUMBER
           MOVE CAD-ACTIVITY-DATE   TO WSG-TRANS-DATE
           MOVE CAD-TRANS-CODE      TO WSG-TRANS-CODE
           MOVE CAD-AMOUNT          TO WSG-AMOUNT
           MOVE CAD-TRANS-SEQ       TO WSG-REFERENCE(1:8)
           MOVE CAD-ENTRY-BRANCH    TO WSG-REFERENCE(9:4)
           PERFORM ATTACH-THE-SIGNAL.

      * THE SCREENING QUEUE IS KEPT FOR EVERY DAY, SO ONLY
      * TODAY'S ENTRIES ARE NEW. THE WATCHLIST ENTRY MATCHED IS
      * THE REFERENCE.
       LOAD-SCREENING-HOLDS.
           OPEN INPUT COMPLIANCE-HOLD-QUEUE
           IF WS-CMPHOLD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AMLLOAD " "CMPHOLD"
                   WS-CMPHOLD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ COMPLIANCE-HOLD-QUEUE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF CMP-QUEUED-DATE = WS-TS-DATE
                               INITIALIZE WS-SIGNAL
                               MOVE CMP-CUSTOMER-ID
                                   TO WSG-CUSTOMER-ID
                               MOVE CMP-SOURCE   TO WSG-SOURCE
                               MOVE "WATCHLIST"  TO WSG-RULE
                               MOVE CMP-QUEUED-DATE
                                   TO WSG-TRANS-DATE
                               MOVE CMP-MATCHED-ENTRY
                                   TO WSG-REFERENCE
                               PERFORM ATTACH-THE-SIGNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-HOLD-QUEUE
           END-IF.

      * TODAY'S OVERRIDES AGAINST A CUSTOMER ACCOUNT - THE
      * ACCOUNT'S BOOKING CUSTOMER OWNS THE CASE, AND THE
      * SUPERVISOR AND REASON CODE ARE THE REFERENCE.
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-JOURNAL
           IF WS-OVRJRNL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AMLLOAD " "OVRJRNL"
                   WS-OVRJRNL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ OVERRIDE-JOURNAL
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF OVJ-TIMESTAMP(1:8) = WS-TS-DATE
                              AND OVJ-ACCOUNT-NUMBER > 0
                               PERFORM ATTACH-ONE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-JOURNAL
           END-IF.

       ATTACH-ONE-OVERRIDE.
           MOVE OVJ-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   INITIALIZE WS-SIGNAL
                   MOVE ACM-CUSTOMER-ID     TO WSG-CUSTOMER-ID
                   MOVE "OVRJRNL"           TO WSG-SOURCE
                   MOVE OVJ-RULE            TO WSG-RULE
                   MOVE OVJ-ACCOUNT-NUMBER  TO WSG-ACCOUNT-NUMBER
                   MOVE WS-TS-DATE          TO WSG-TRANS-DATE
                   MOVE OVJ-AMOUNT          TO WSG-AMOUNT
                   MOVE OVJ-SUPERVISOR-ID   TO WSG-REFERENCE(1:8)
                   MOVE OVJ-REASON-CODE     TO WSG-REFERENCE(9:3)
                   PERFORM ATTACH-THE-SIGNAL
           END-READ.

      * THE CUSTOMER'S LIVE CASE TAKES THE SIGNAL; A CUSTOMER
      * WITH NONE, OR WHOSE CASES ARE ALL DECIDED, GETS A NEW
      * ONE.
       ATTACH-THE-SIGNAL.
           IF WSG-CUSTOMER-ID > 0
               PERFORM FIND-LIVE-CASE
               IF NOT WS-FOUND
                   PERFORM OPEN-NEW-CASE
               END-IF
               PERFORM CHECK-ALREADY-ATTACHED
               IF WS-DUPLICATE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM WRITE-CASE-ITEM
               END-IF
           END-IF.

       FIND-LIVE-CASE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE WSG-CUSTOMER-ID TO AMC-CUSTOMER-ID
           START AML-CASES KEY IS EQUAL TO AMC-CUSTOMER-ID
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES OR WS-FOUND
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF AMC-CUSTOMER-ID NOT = WSG-CUSTOMER-ID
                           SET END-OF-CASES TO TRUE
                       ELSE
                           IF AMC-CASE-LIVE
                               SET WS-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-NEW-CASE.
           ADD 1 TO WS-NEXT-CASE
           INITIALIZE AML-CASE-RECORD
           MOVE WS-NEXT-CASE    TO AMC-CASE-NUMBER
           MOVE WSG-CUSTOMER-ID TO AMC-CUSTOMER-ID
           MOVE WS-TS-DATE      TO AMC-OPENED-DATE
           MOVE WSG-SOURCE      TO AMC-OPENED-SOURCE
           SET AMC-OPEN         TO TRUE
           MOVE WS-TS-DATE      TO AMC-STATUS-DATE
           MOVE "BATCH"         TO AMC-STATUS-BY
           COMPUTE AMC-REVIEW-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-REVIEW-INTEGER)
           WRITE AML-CASE-RECORD
           PERFORM CHECK-CASE-STATUS
           ADD 1 TO WS-OPENED-COUNT.

      * WALKS THE CASE'S ITEMS FOR THE SAME SIGNAL, AND NOTES
      * THE LAST SEQUENCE NUMBER USED ON THE WAY.
       CHECK-ALREADY-ATTACHED.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE 0   TO WS-LAST-SEQ
           MOVE AMC-CASE-NUMBER TO AMI-CASE-NUMBER
           MOVE 0               TO AMI-ITEM-SEQ
           START AML-CASE-ITEMS KEY IS NOT LESS THAN AMI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ AML-CASE-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF AMI-CASE-NUMBER NOT = AMC-CASE-NUMBER
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           MOVE AMI-ITEM-SEQ TO WS-LAST-SEQ
                           IF AMI-SOURCE = WSG-SOURCE
                              AND AMI-RULE = WSG-RULE
                              AND AMI-ACCOUNT-NUMBER
                                  = WSG-ACCOUNT-NUMBER
                              AND AMI-TRANS-DATE = WSG-TRANS-DATE
                              AND AMI-TRANS-CODE = WSG-TRANS-CODE
                              AND AMI-AMOUNT = WSG-AMOUNT
                              AND AMI-REFERENCE = WSG-REFERENCE
                               SET WS-DUPLICATE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CASE-ITEM.
           INITIALIZE AML-CASE-ITEM-RECORD
           MOVE AMC-CASE-NUMBER    TO AMI-CASE-NUMBER
           COMPUTE AMI-ITEM-SEQ = WS-LAST-SEQ + 1
           MOVE WSG-SOURCE         TO AMI-SOURCE
           MOVE WS-TS-DATE         TO AMI-ALERT-DATE
           MOVE WSG-RULE           TO AMI-RULE
           MOVE WSG-ACCOUNT-NUMBER TO AMI-ACCOUNT-NUMBER
           MOVE WSG-TRANS-DATE     TO AMI-TRANS-DATE
           MOVE WSG-TRANS-CODE     TO AMI-TRANS-CODE
           MOVE WSG-AMOUNT         TO AMI-AMOUNT
           MOVE WSG-REFERENCE      TO AMI-REFERENCE
           WRITE AML-CASE-ITEM-RECORD
           CALL "FILERR" USING "AMLLOAD " "AMLITEM" WS-AMLITEM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           ADD 1          TO AMC-ALERT-COUNT
           MOVE WS-TS-DATE TO AMC-LAST-ALERT-DATE
           REWRITE AML-CASE-RECORD
           PERFORM CHECK-CASE-STATUS
           ADD 1 TO WS-ATTACHED-COUNT.

      * 02 ONLY SAYS THE CUSTOMER ALREADY HAS AN EARLIER, DECIDED
      * CASE ON THE ALTERNATE KEY - EXPECTED, NOT AN ERROR.
       CHECK-CASE-STATUS.
           IF WS-AMLCASE-STATUS NOT = "02"
               CALL "FILERR" USING "AMLLOAD " "AMLCASE"
                   WS-AMLCASE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.
