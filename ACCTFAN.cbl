       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFAN.

      *****************************************************
      * Single-pass account-master fan-out for the nightly   *
      * reporting tail. ACCTMAST is read once and each record *
      * is handed in turn to the end-of-day snapshot (as       *
      * EODSNAP), the key-integrity pass (as INTEGCHK -         *
      * customer on CUSTMAST, PIN record for an active account)  *
      * and the top-ten balance ranking (as TOP10BAL), each       *
      * writing exactly what the standalone program writes.        *
      * EODSNAP and TOP10BAL are registered on RUNCTL as complete   *
      * for the date so nothing downstream sees a gap. Progress is   *
      * checkpointed on RUNCTL every N accounts; a restarted run      *
      * resumes after the last committed account and appends nothing   *
      * twice.                                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BALSNAP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-PIN-MASTER ASSIGN TO "CUSTPIN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPM-ACCOUNT-NUMBER
               FILE STATUS WS-CUSTPIN-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-INTEGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  BALANCE-SNAPSHOT.
       COPY "BALSNAP.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  CUSTOMER-PIN-MASTER.
       COPY "CUSTPIN.cpy".

       FD  INTEGRITY-REPORT.
       01 INTEGRITY-LINE.
          05 ITG-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 ITG-EXPECTED           PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 ITG-ACTUAL             PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 ITG-MESSAGE            PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-BALSNAP-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-CUSTPIN-STATUS   PIC XX.
       01 WS-INTEGRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-SCAN-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-SCAN      VALUE "Y".
       01 WS-CHECKPOINT-EVERY PIC 9(5)   VALUE 0.
       01 WS-SINCE-CHECKPOINT PIC 9(5)   VALUE 0.
       01 WS-READ-COUNT       PIC 9(7)   VALUE 0.
       01 WS-SNAPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-KEY-DISCREP-CNT  PIC 9(5)   VALUE 0.
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-SNAPSHOT-FLAG    PIC X      VALUE "Y".
          88 WS-SNAPSHOT-WANTED VALUE "Y".
       01 WS-RANKING-FLAG     PIC X      VALUE "Y".
          88 WS-RANKING-WANTED VALUE "Y".
      * HIGHEST ACCOUNT EACH OUTPUT ALREADY HOLDS FOR TONIGHT - A
      * RESTARTED RUN WRITES NOTHING AT OR BELOW THESE.
       01 WS-LAST-SNAPPED     PIC 9(10)  VALUE 0.
       01 WS-LAST-CUST-LINE   PIC 9(10)  VALUE 0.
       01 WS-LAST-PIN-LINE    PIC 9(10)  VALUE 0.
       01 WS-REPORT-LIMIT     PIC 9(4)   VALUE 10.
       01 WS-MASKED-ACCOUNT   PIC X(10).
       01 WS-NEW-BALANCE      PIC 9(9)V99.
       01 WS-SLOT             PIC 9(4).
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
      * RUNNING STATE CARRIED ON THE RUNCTL CHECKPOINT. THE
      * TOP-TEN TABLE HOLDS BALANCES UNSIGNED, AS TOP10BAL DOES.
       01 WS-FAN-STATE.
          05 WSF-ACCOUNT-COUNT      PIC 9(4).
          05 WSF-TABLE-FULL-FLAG    PIC X.
             88 WSF-TABLE-FULL      VALUE "Y".
          05 WSF-TOP-COUNT          PIC 9(2).
          05 WSF-TOP-ENTRY OCCURS 10 TIMES.
             10 WSF-ACCOUNT-NUMBER  PIC 9(10).
             10 WSF-BALANCE         PIC 9(9)V99.
             10 WSF-BRANCH          PIC X(4).
          05 WSF-KEY-CHECKED-CNT    PIC 9(7).
          05 FILLER                 PIC X(36).
       01 WS-TOP-HOLD.
          05 WSH-ACCOUNT-NUMBER     PIC 9(10).
          05 WSH-BALANCE            PIC 9(9)V99.
          05 WSH-BRANCH             PIC X(4).
       01 WS-CHECKPOINT-KEY   PIC X(16).
       01 WS-CHECKPOINT-ACCT  PIC 9(10).
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-IN        PIC 9(7)   VALUE 0.
       01 WS-RUNCTL-OUT       PIC 9(7)   VALUE 0.
       01 WS-RUNCTL-REFUSE    PIC X.
          88 WS-RUN-REFUSED   VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER CHECKPOINT INTERVAL (0 = DEFAULT 500): ".
           ACCEPT WS-CHECKPOINT-EVERY.
           IF WS-CHECKPOINT-EVERY = 0
               MOVE 500 TO WS-CHECKPOINT-EVERY
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ACCTFAN "
               WS-TS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "ACCTFAN ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RUN REFUSED"
               STOP RUN
           END-IF

           PERFORM REGISTER-CONSUMERS
           PERFORM RESTORE-CHECKPOINT
           PERFORM OPEN-ALL-FILES
           PERFORM POSITION-ACCOUNT-MASTER

           PERFORM READ-ACCOUNT-RECORD
           PERFORM UNTIL END-OF-ACCOUNTS
               ADD 1 TO WS-READ-COUNT
               IF WS-SNAPSHOT-WANTED
                   PERFORM SNAPSHOT-ONE-ACCOUNT
               END-IF
               PERFORM CHECK-ONE-ACCOUNT-KEYS
               IF WS-RANKING-WANTED
                   PERFORM RANK-ONE-ACCOUNT
               END-IF
               ADD 1 TO WS-SINCE-CHECKPOINT
               IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-EVERY
                   PERFORM TAKE-CHECKPOINT
               END-IF
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM

           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-PIN-MASTER
           CLOSE INTEGRITY-REPORT

           IF WS-SNAPSHOT-WANTED
               CLOSE BALANCE-SNAPSHOT
               DISPLAY "EOD SNAPSHOT COMPLETE - " WS-SNAPPED-COUNT
                   " ACCOUNT(S) WRITTEN FOR " WS-TS-DATE
               MOVE "E" TO WS-RUNCTL-MODE
               MOVE 0 TO WS-RUNCTL-IN
               CALL "RUNCTL" USING WS-RUNCTL-MODE "EODSNAP "
                   WS-TS-DATE WS-RUNCTL-IN WS-SNAPPED-COUNT
                   WS-RUNCTL-REFUSE
           END-IF

           DISPLAY "KEY INTEGRITY PASS COMPLETE - CHECKED "
               WSF-KEY-CHECKED-CNT " DISCREPANCIES "
               WS-KEY-DISCREP-CNT

           IF WS-RANKING-WANTED
               PERFORM PRINT-TOP-BALANCES
               MOVE "E" TO WS-RUNCTL-MODE
               MOVE 0 TO WS-RUNCTL-IN
               MOVE 0 TO WS-RUNCTL-OUT
               CALL "RUNCTL" USING WS-RUNCTL-MODE "TOP10BAL"
                   WS-TS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
                   WS-RUNCTL-REFUSE
           END-IF

           DISPLAY "ACCOUNT FAN-OUT COMPLETE - " WS-READ-COUNT
               " ACCOUNT(S) READ"

           MOVE "E" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ACCTFAN "
               WS-TS-DATE WS-READ-COUNT WS-SNAPPED-COUNT
               WS-RUNCTL-REFUSE

           STOP RUN.

      * EODSNAP AND TOP10BAL KEEP THEIR OWN RUNCTL ROWS - ONE
      * ALREADY COMPLETE FOR THE DATE (AN AD HOC OR CATCH-UP RUN)
      * IS LEFT ALONE RATHER THAN DUPLICATED.
       REGISTER-CONSUMERS.
           MOVE "S" TO WS-RUNCTL-MODE
           MOVE 0 TO WS-RUNCTL-IN
           MOVE 0 TO WS-RUNCTL-OUT
           CALL "RUNCTL" USING WS-RUNCTL-MODE "EODSNAP "
               WS-TS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "EODSNAP ALREADY COMPLETE FOR " WS-TS-DATE
                   " - SNAPSHOT SKIPPED"
               MOVE "N" TO WS-SNAPSHOT-FLAG
           END-IF

           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "TOP10BAL"
               WS-TS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "TOP10BAL ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RANKING SKIPPED"
               MOVE "N" TO WS-RANKING-FLAG
           END-IF.

      * A FRESH RUN GETS SPACES BACK AND STARTS FROM AN EMPTY
      * TABLE; A RESTART PICKS UP THE STATE IT LAST COMMITTED.
       RESTORE-CHECKPOINT.
           MOVE "Q" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ACCTFAN "
               WS-TS-DATE WS-READ-COUNT WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE WS-CHECKPOINT-KEY WS-FAN-STATE
           IF WS-CHECKPOINT-KEY = SPACES
               MOVE 0 TO WS-READ-COUNT
               MOVE 0 TO WSF-ACCOUNT-COUNT
               MOVE "N" TO WSF-TABLE-FULL-FLAG
               MOVE 0 TO WSF-TOP-COUNT
               MOVE 0 TO WSF-KEY-CHECKED-CNT
           ELSE
               MOVE WS-CHECKPOINT-KEY(1:10) TO WS-CHECKPOINT-ACCT
               DISPLAY "ACCTFAN RESTARTING AFTER ACCOUNT "
                   WS-CHECKPOINT-ACCT
           END-IF.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "ACCTFAN " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "ACCTFAN " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-PIN-MASTER
           CALL "FILERR" USING "ACCTFAN " "CUSTPIN" WS-CUSTPIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF WS-SNAPSHOT-WANTED
               PERFORM FIND-LAST-SNAPPED
               OPEN EXTEND BALANCE-SNAPSHOT
               CALL "FILERR" USING "ACCTFAN " "BALSNAP"
                   WS-BALSNAP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           PERFORM FIND-LAST-KEY-LINES
      * INTEGCHK NORMALLY CREATES TONIGHT'S REPORT AHEAD OF THIS
      * STEP; RUN ON ITS OWN, THE PASS STARTS THE REPORT ITSELF.
           OPEN EXTEND INTEGRITY-REPORT
           IF WS-INTEGRPT-STATUS = "35"
               OPEN OUTPUT INTEGRITY-REPORT
           END-IF
           CALL "FILERR" USING "ACCTFAN " "INTEGRPT"
               WS-INTEGRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * TONIGHT'S SNAPSHOT ROWS ALREADY ON BALSNAP - NONE ON A
      * FRESH RUN, EVERYTHING UP TO THE FAILURE ON A RESTART.
       FIND-LAST-SNAPPED.
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT BALANCE-SNAPSHOT
           IF WS-BALSNAP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ACCTFAN " "BALSNAP"
                   WS-BALSNAP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ BALANCE-SNAPSHOT
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SNP-SNAPSHOT-DATE = WS-TS-DATE
                               ADD 1 TO WS-SNAPPED-COUNT
                               IF SNP-ACCOUNT-NUMBER > WS-LAST-SNAPPED
                                   MOVE SNP-ACCOUNT-NUMBER
                                       TO WS-LAST-SNAPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-SNAPSHOT
           END-IF.

      * THE KEY-PASS LINES ALREADY ON INTEGRPT. EACH MESSAGE IS
      * TRACKED ON ITS OWN SO AN ACCOUNT CUT OFF BETWEEN ITS TWO
      * LINES STILL GETS ITS SECOND ONE.
       FIND-LAST-KEY-LINES.
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT INTEGRITY-REPORT
           IF WS-INTEGRPT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ACCTFAN " "INTEGRPT"
                   WS-INTEGRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SCAN
                   READ INTEGRITY-REPORT
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-KEY-LINE
                   END-READ
               END-PERFORM
               CLOSE INTEGRITY-REPORT
           END-IF.

       NOTE-ONE-KEY-LINE.
           EVALUATE ITG-MESSAGE
               WHEN "Customer id not on CUSTMAST"
                   ADD 1 TO WS-KEY-DISCREP-CNT
                   IF ITG-ACCOUNT-NUMBER > WS-LAST-CUST-LINE
                       MOVE ITG-ACCOUNT-NUMBER TO WS-LAST-CUST-LINE
                   END-IF
               WHEN "Active account has no PIN record"
                   ADD 1 TO WS-KEY-DISCREP-CNT
                   IF ITG-ACCOUNT-NUMBER > WS-LAST-PIN-LINE
                       MOVE ITG-ACCOUNT-NUMBER TO WS-LAST-PIN-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POSITION-ACCOUNT-MASTER.
           IF WS-CHECKPOINT-KEY NOT = SPACES
               MOVE WS-CHECKPOINT-ACCT TO ACM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER
                   KEY IS GREATER THAN ACM-ACCOUNT-NUMBER
                   INVALID KEY SET END-OF-ACCOUNTS TO TRUE
               END-START
           END-IF.

       READ-ACCOUNT-RECORD.
           IF NOT END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-ACCOUNTS TO TRUE
               END-READ
           END-IF.

      * AS EODSNAP: A CURRENCY WITH NO RATE TONIGHT IS CARRIED AT
      * PAR AND SHOWN, RATHER THAN DROPPING THE ACCOUNT.
       SNAPSHOT-ONE-ACCOUNT.
           IF ACM-ACCOUNT-NUMBER > WS-LAST-SNAPPED
               MOVE WS-TS-DATE     TO SNP-SNAPSHOT-DATE
               MOVE ACCOUNT-RECORD TO SNP-ACCOUNT-IMAGE
               MOVE ACM-BALANCE TO WS-FX-FROM-AMT
               CALL "FXCONV" USING ACM-CURRENCY-CODE WS-HOME-CURRENCY
                   WS-FX-FROM-AMT SNP-LOCAL-BALANCE WS-APPLIED-RATE
                   WS-FX-RESULT
               IF WS-FX-NO-RATE
                   DISPLAY "NO RATE FOR " ACM-CURRENCY-CODE
                       " - ACCOUNT " ACM-ACCOUNT-NUMBER
                       " SNAPPED AT PAR"
               END-IF
               WRITE BALANCE-SNAPSHOT-RECORD
               ADD 1 TO WS-SNAPPED-COUNT
           END-IF.

      * AS INTEGCHK'S KEY PASS, LINE FOR LINE.
       CHECK-ONE-ACCOUNT-KEYS.
           ADD 1 TO WSF-KEY-CHECKED-CNT
           MOVE ACM-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   IF ACM-ACCOUNT-NUMBER > WS-LAST-CUST-LINE
                       MOVE ACM-ACCOUNT-NUMBER TO ITG-ACCOUNT-NUMBER
                       MOVE 0 TO ITG-EXPECTED
                       MOVE ACM-BALANCE TO ITG-ACTUAL
                       MOVE "Customer id not on CUSTMAST"
                           TO ITG-MESSAGE
                       PERFORM WRITE-DISCREPANCY
                   END-IF
           END-READ

           IF ACM-ACCT-ACTIVE
               MOVE ACM-ACCOUNT-NUMBER TO CPM-ACCOUNT-NUMBER
               READ CUSTOMER-PIN-MASTER
                   INVALID KEY
                       IF ACM-ACCOUNT-NUMBER > WS-LAST-PIN-LINE
                           MOVE ACM-ACCOUNT-NUMBER
                               TO ITG-ACCOUNT-NUMBER
                           MOVE 0 TO ITG-EXPECTED
                           MOVE ACM-BALANCE TO ITG-ACTUAL
                           MOVE "Active account has no PIN record"
                               TO ITG-MESSAGE
                           PERFORM WRITE-DISCREPANCY
                       END-IF
               END-READ
           END-IF.

       WRITE-DISCREPANCY.
           WRITE INTEGRITY-LINE
           ADD 1 TO WS-KEY-DISCREP-CNT.

      * RUNNING TOP TEN OVER THE FIRST 1000 ACCOUNTS, AS TOP10BAL
      * RANKS THEM. A NEW BALANCE GOES IN AHEAD OF THE FIRST ONE
      * STRICTLY SMALLER, SO TIES KEEP FILE ORDER AS ITS SORT DOES.
       RANK-ONE-ACCOUNT.
           IF WSF-ACCOUNT-COUNT >= 1000
               IF NOT WSF-TABLE-FULL
                   SET WSF-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: OVER 1000 ACCOUNTS ON FILE - "
                       "TOP-10 SCAN LIMITED TO FIRST 1000"
               END-IF
           ELSE
               ADD 1 TO WSF-ACCOUNT-COUNT
               MOVE ACM-BALANCE TO WS-NEW-BALANCE
               COMPUTE WS-SLOT = WSF-TOP-COUNT + 1
               PERFORM VARYING I FROM WSF-TOP-COUNT BY -1
                       UNTIL I < 1
                   IF WSF-BALANCE(I) < WS-NEW-BALANCE
                       MOVE I TO WS-SLOT
                   END-IF
               END-PERFORM
               IF WS-SLOT <= 10
                   PERFORM INSERT-RANKED-ENTRY
               END-IF
           END-IF.

       INSERT-RANKED-ENTRY.
           IF WSF-TOP-COUNT < 10
               ADD 1 TO WSF-TOP-COUNT
           END-IF
           PERFORM VARYING J FROM WSF-TOP-COUNT BY -1
                   UNTIL J <= WS-SLOT
               MOVE WSF-TOP-ENTRY(J - 1) TO WS-TOP-HOLD
               MOVE WS-TOP-HOLD TO WSF-TOP-ENTRY(J)
           END-PERFORM
           MOVE ACM-ACCOUNT-NUMBER TO WSF-ACCOUNT-NUMBER(WS-SLOT)
           MOVE WS-NEW-BALANCE     TO WSF-BALANCE(WS-SLOT)
           MOVE ACM-BRANCH         TO WSF-BRANCH(WS-SLOT).

       TAKE-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-KEY
           MOVE ACM-ACCOUNT-NUMBER TO WS-CHECKPOINT-ACCT
           MOVE WS-CHECKPOINT-ACCT TO WS-CHECKPOINT-KEY(1:10)
           MOVE "K" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ACCTFAN "
               WS-TS-DATE WS-READ-COUNT WS-SNAPPED-COUNT
               WS-RUNCTL-REFUSE WS-CHECKPOINT-KEY WS-FAN-STATE
           MOVE 0 TO WS-SINCE-CHECKPOINT.

       PRINT-TOP-BALANCES.
           MOVE WSF-TOP-COUNT TO WS-REPORT-LIMIT
           DISPLAY "TOP " WS-REPORT-LIMIT " BALANCES:"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REPORT-LIMIT
               CALL "ACCTMASK" USING WSF-ACCOUNT-NUMBER(I)
                   WS-MASKED-ACCOUNT
               DISPLAY "ACCOUNT " WS-MASKED-ACCOUNT
                   " BRANCH " WSF-BRANCH(I)
                   " BALANCE " WSF-BALANCE(I)
           END-PERFORM.
