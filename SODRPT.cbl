       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

      *****************************************************
      * Nightly staff-account and segregation-of-duties      *
      * report. Operators linked on OPERMAST to their own     *
      * customer id are matched against the accounts that      *
      * customer owns on ACCTMAST or jointly owns on ACCTOWN,   *
      * and the day is checked for: an operator transacting on   *
      * one of their own accounts (the daily deposit and          *
      * withdrawal files, plus the operator's AUDTRAIL images for  *
      * everything else done online); a PENDCHG change or PARMPEND  *
      * row whose maker and checker are the same person under two    *
      * operator ids; and a supervisor override on OVRJRNL against an *
      * account of staff at the supervisor's own branch. Findings go   *
      * to SODRPT for the day and are appended to SODHIST for the      *
      * month-end SODMTH branch summary.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT DAILY-DEPOSITS ASSIGN TO "DLYDEPGD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYDEPGD-STATUS.

           SELECT DAILY-WITHDRAWALS ASSIGN TO "DLYWTHDR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYWTHDR-STATUS.

           SELECT ACCOUNT-AUDIT-TRAIL ASSIGN TO "AUDTRAIL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AUDTRAIL-STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PCH-CHANGE-ID
               FILE STATUS WS-PENDCHG-STATUS.

           SELECT PARAMETER-PENDING ASSIGN TO "PARMPEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRM-KEY
               FILE STATUS WS-PARMPEND-STATUS.

           SELECT OVERRIDE-JOURNAL ASSIGN TO "OVRJRNL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OVRJRNL-STATUS.

           SELECT SOD-HISTORY ASSIGN TO "SODHIST.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SODHIST-STATUS.

           SELECT SOD-REPORT ASSIGN TO "SODRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SODRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  DAILY-DEPOSITS.
       COPY "DLYDEP.cpy".

       FD  DAILY-WITHDRAWALS.
       COPY "DLYWTH.cpy".

       FD  ACCOUNT-AUDIT-TRAIL.
       COPY "AUDTIMG.cpy".

       FD  PENDING-CHANGES.
       COPY "PENDCHG.cpy".

       FD  PARAMETER-PENDING.
       COPY "PARMPEND.cpy".

       FD  OVERRIDE-JOURNAL.
       COPY "OVRJRNL.cpy".

       FD  SOD-HISTORY.
       COPY "SODHIST.cpy".

       FD  SOD-REPORT.
       01 SOD-REPORT-LINE.
          05 SRL-EXCEPTION          PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-OPERATOR-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-SECOND-ID          PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-STAFF-CUSTOMER     PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-AMOUNT             PIC Z(8)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-SOURCE             PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-REFERENCE          PIC X(18).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-DLYDEPGD-STATUS  PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-AUDTRAIL-STATUS  PIC XX.
       01 WS-PENDCHG-STATUS   PIC XX.
       01 WS-PARMPEND-STATUS  PIC XX.
       01 WS-OVRJRNL-STATUS   PIC XX.
       01 WS-SODHIST-STATUS   PIC XX.
       01 WS-SODRPT-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-ACCT-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-OWNS-FLAG        PIC X.
          88 WS-OWN-ACCOUNT   VALUE "Y".
       01 WS-SAME-FLAG        PIC X.
          88 WS-SAME-PERSON   VALUE "Y".
       01 WS-HIT-FLAG         PIC X.
          88 WS-STAFF-HIT     VALUE "Y".
       01 WS-LOOKUP-ID        PIC X(8).
       01 WS-LOOKUP-ACCOUNT   PIC 9(10).
       01 WS-MAKER-ID         PIC X(8).
       01 WS-CHECKER-ID       PIC X(8).
       01 WS-STAFF-CUSTOMER   PIC 9(8).
       01 WS-SUPERVISOR-BRANCH PIC X(4).
       01 WS-BALANCE-CHANGE   PIC S9(9)V99.
       01 WS-OPR-IX           PIC 9(4).
       01 WS-MAKER-IX         PIC 9(4).
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
       01 WS-OWN-COUNT        PIC 9(7)   VALUE 0.
       01 WS-MKCK-COUNT       PIC 9(7)   VALUE 0.
       01 WS-OVERRIDE-COUNT   PIC 9(7)   VALUE 0.
      * EVERY OPERATOR ON FILE, LINKED OR NOT - AN UNLINKED
      * SUPERVISOR STILL NEEDS A BRANCH FOR THE OVERRIDE CHECK.
       01 WS-OPR-COUNT        PIC 9(4)   VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 1000 TIMES.
             10 WSO-OPERATOR-ID     PIC X(8).
             10 WSO-CUSTOMER-ID     PIC 9(8).
             10 WSO-BRANCH          PIC X(4).
      * EVERY ACCOUNT A LINKED OPERATOR OWNS OR JOINTLY OWNS.
       01 WS-STAFF-ACCT-COUNT PIC 9(4)   VALUE 0.
       01 WS-STAFF-ACCT-TABLE.
          05 WS-STAFF-ACCT-ENTRY OCCURS 5000 TIMES.
             10 WSS-ACCOUNT-NUMBER  PIC 9(10).
             10 WSS-CUSTOMER-ID     PIC 9(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-STAFF-ACCOUNTS

           IF WS-STAFF-ACCT-COUNT > 0
               PERFORM SCAN-DEPOSITS
               PERFORM SCAN-WITHDRAWALS
               PERFORM SCAN-AUDIT-TRAIL
               PERFORM SCAN-OVERRIDES
           END-IF
           PERFORM SCAN-PENDING-CHANGES
           PERFORM SCAN-PARAMETER-ROWS

           DISPLAY "STAFF/SOD REPORT COMPLETE - " WS-STAFF-ACCT-COUNT
               " STAFF ACCOUNT(S), " WS-OWN-COUNT " OWN-ACCOUNT, "
               WS-MKCK-COUNT " SAME MAKER/CHECKER, "
               WS-OVERRIDE-COUNT " STAFF OVERRIDE"

           CLOSE OPERATOR-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE SOD-HISTORY
           CLOSE SOD-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "SODRPT  " "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "SODRPT  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND SOD-HISTORY
           IF WS-SODHIST-STATUS = "35"
               OPEN OUTPUT SOD-HISTORY
           END-IF
           CALL "FILERR" USING "SODRPT  " "SODHIST" WS-SODHIST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SOD-REPORT
           CALL "FILERR" USING "SODRPT  " "SODRPT" WS-SODRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LOAD-OPERATORS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ OPERATOR-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF WS-OPR-COUNT < 1000
                           ADD 1 TO WS-OPR-COUNT
                           MOVE OPM-OPERATOR-ID
                               TO WSO-OPERATOR-ID(WS-OPR-COUNT)
                           MOVE OPM-CUSTOMER-ID
                               TO WSO-CUSTOMER-ID(WS-OPR-COUNT)
                           MOVE OPM-BRANCH
                               TO WSO-BRANCH(WS-OPR-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - "
                               OPM-OPERATOR-ID " NOT CHECKED"
                       END-IF
               END-READ
           END-PERFORM.

      * BOOKING OWNERSHIP OFF ACCTMAST, THEN JOINT OWNERSHIP OFF
      * ACCTOWN - ONE PASS OF ACCTOWN MATCHED AGAINST THE LINKED
      * OPERATORS, SINCE IT IS KEYED BY ACCOUNT FIRST.
       LOAD-STAFF-ACCOUNTS.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                   UNTIL WS-OPR-IX > WS-OPR-COUNT
               IF WSO-CUSTOMER-ID(WS-OPR-IX) NOT = 0
                   PERFORM LOAD-BOOKED-ACCOUNTS
               END-IF
           END-PERFORM

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF AOX-OWNER-ACTIVE
                               PERFORM NOTE-JOINT-OWNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-OWNERS
           END-IF.

       LOAD-BOOKED-ACCOUNTS.
           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE WSO-CUSTOMER-ID(WS-OPR-IX) TO ACM-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS = ACM-CUSTOMER-ID
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       IF ACM-CUSTOMER-ID
                          NOT = WSO-CUSTOMER-ID(WS-OPR-IX)
                           SET END-OF-ACCOUNTS TO TRUE
                       ELSE
                           MOVE ACM-ACCOUNT-NUMBER
                               TO WS-LOOKUP-ACCOUNT
                           MOVE ACM-CUSTOMER-ID TO WS-STAFF-CUSTOMER
                           PERFORM ADD-STAFF-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-JOINT-OWNER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPR-COUNT
               IF WSO-CUSTOMER-ID(I) = AOX-CUSTOMER-ID
                  AND AOX-CUSTOMER-ID NOT = 0
                   MOVE AOX-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   MOVE AOX-CUSTOMER-ID    TO WS-STAFF-CUSTOMER
                   PERFORM ADD-STAFF-ACCOUNT
               END-IF
           END-PERFORM.

      * TWO OPERATOR IDS CAN SHARE ONE CUSTOMER, AND THE BOOKING
      * OWNER IS ON ACCTOWN AS WELL - KEEP EACH PAIR ONCE.
       ADD-STAFF-ACCOUNT.
           MOVE "N" TO WS-OWNS-FLAG
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-STAFF-ACCT-COUNT
               IF WSS-ACCOUNT-NUMBER(J) = WS-LOOKUP-ACCOUNT
                  AND WSS-CUSTOMER-ID(J) = WS-STAFF-CUSTOMER
                   SET WS-OWN-ACCOUNT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-OWN-ACCOUNT
               IF WS-STAFF-ACCT-COUNT < 5000
                   ADD 1 TO WS-STAFF-ACCT-COUNT
                   MOVE WS-LOOKUP-ACCOUNT
                       TO WSS-ACCOUNT-NUMBER(WS-STAFF-ACCT-COUNT)
                   MOVE WS-STAFF-CUSTOMER
                       TO WSS-CUSTOMER-ID(WS-STAFF-ACCT-COUNT)
               ELSE
                   DISPLAY "STAFF ACCOUNT TABLE FULL - "
                       WS-LOOKUP-ACCOUNT " NOT CHECKED"
               END-IF
           END-IF.

       SCAN-DEPOSITS.
           OPEN INPUT DAILY-DEPOSITS
           IF WS-DLYDEPGD-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "DLYDEPGD"
                   WS-DLYDEPGD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ DAILY-DEPOSITS
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE DTR-OPERATOR-ID    TO WS-LOOKUP-ID
                           MOVE DTR-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                           PERFORM CHECK-OWN-ACCOUNT
                           IF WS-OWN-ACCOUNT
                               INITIALIZE SOD-HISTORY-RECORD
                               MOVE DTR-ENTRY-BRANCH TO SOH-BRANCH
                               MOVE DTR-DEPOSIT-AMT  TO SOH-AMOUNT
                               MOVE "DLYDEP"         TO SOH-SOURCE
                               MOVE DTR-TRANS-SEQ    TO SOH-REFERENCE
                               PERFORM WRITE-OWN-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-DEPOSITS
           END-IF.

       SCAN-WITHDRAWALS.
           OPEN INPUT DAILY-WITHDRAWALS
           IF WS-DLYWTHDR-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "DLYWTHDR"
                   WS-DLYWTHDR-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ DAILY-WITHDRAWALS
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE WTR-OPERATOR-ID    TO WS-LOOKUP-ID
                           MOVE WTR-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                           PERFORM CHECK-OWN-ACCOUNT
                           IF WS-OWN-ACCOUNT
                               INITIALIZE SOD-HISTORY-RECORD
                               MOVE WTR-ENTRY-BRANCH TO SOH-BRANCH
                               MOVE WTR-WITHDRAW-AMT TO SOH-AMOUNT
                               MOVE "DLYWTH"         TO SOH-SOURCE
                               MOVE WTR-TRANS-SEQ    TO SOH-REFERENCE
                               PERFORM WRITE-OWN-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-WITHDRAWALS
           END-IF.

      * THE TELLER JOURNAL CARRIES NO ACCOUNT, SO WHAT AN OPERATOR
      * DID ONLINE BEYOND DEPOSITS AND WITHDRAWALS (ALREADY SEEN ON
      * THE DAILY FILES) COMES FROM THE DAY'S AUDTRAIL IMAGES
      * WRITTEN UNDER THEIR ID. BATCH IMAGES ARE SKIPPED.
       SCAN-AUDIT-TRAIL.
           OPEN INPUT ACCOUNT-AUDIT-TRAIL
           IF WS-AUDTRAIL-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "AUDTRAIL"
                   WS-AUDTRAIL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ ACCOUNT-AUDIT-TRAIL
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF AAT-TIMESTAMP(1:8) = WS-TS-DATE
                              AND AAT-JOB-USER-ID NOT = "BATCH"
                              AND NOT AAT-DEPOSIT-CHANGE
                              AND NOT AAT-WITHDRAWAL-CHANGE
                               PERFORM CHECK-AUDIT-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-AUDIT-TRAIL
           END-IF.

       CHECK-AUDIT-IMAGE.
           MOVE AAT-JOB-USER-ID TO WS-LOOKUP-ID
           IF AATA-ACCOUNT-NUMBER NOT = 0
               MOVE AATA-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           ELSE
               MOVE AATB-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           END-IF
           PERFORM CHECK-OWN-ACCOUNT
           IF WS-OWN-ACCOUNT
               INITIALIZE SOD-HISTORY-RECORD
               MOVE WSO-BRANCH(WS-OPR-IX) TO SOH-BRANCH
               COMPUTE WS-BALANCE-CHANGE = AATA-BALANCE - AATB-BALANCE
               IF WS-BALANCE-CHANGE < 0
                   COMPUTE WS-BALANCE-CHANGE = 0 - WS-BALANCE-CHANGE
               END-IF
               MOVE WS-BALANCE-CHANGE TO SOH-AMOUNT
               MOVE "AUDTRAIL"        TO SOH-SOURCE
               MOVE AAT-CHANGE-TYPE   TO SOH-REFERENCE
               PERFORM WRITE-OWN-ACCOUNT
           END-IF.

       CHECK-OWN-ACCOUNT.
           MOVE "N" TO WS-OWNS-FLAG
           PERFORM FIND-OPERATOR
           IF WS-OPR-IX > 0
               IF WSO-CUSTOMER-ID(WS-OPR-IX) NOT = 0
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-STAFF-ACCT-COUNT
                       IF WSS-ACCOUNT-NUMBER(J) = WS-LOOKUP-ACCOUNT
                          AND WSS-CUSTOMER-ID(J)
                              = WSO-CUSTOMER-ID(WS-OPR-IX)
                           SET WS-OWN-ACCOUNT TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPR-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPR-COUNT
               IF WSO-OPERATOR-ID(I) = WS-LOOKUP-ID
                   MOVE I TO WS-OPR-IX
               END-IF
           END-PERFORM.

       WRITE-OWN-ACCOUNT.
           SET SOH-OWN-ACCOUNT TO TRUE
           MOVE WS-LOOKUP-ID              TO SOH-OPERATOR-ID
           MOVE SPACES                    TO SOH-SECOND-ID
           MOVE WSO-CUSTOMER-ID(WS-OPR-IX) TO SOH-STAFF-CUSTOMER
           MOVE WS-LOOKUP-ACCOUNT         TO SOH-ACCOUNT-NUMBER
           PERFORM WRITE-EXCEPTION
           ADD 1 TO WS-OWN-COUNT.

      * CHGAPPR ALREADY BLOCKS THE SAME ID ON BOTH SIDES; WHAT IT
      * CANNOT SEE IS ONE PERSON HOLDING TWO OPERATOR IDS.
       SCAN-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES
           IF WS-PENDCHG-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "PENDCHG"
                   WS-PENDCHG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ PENDING-CHANGES NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF NOT PCH-CHANGE-PENDING
                              AND PCH-ACTIONED-DATE = WS-TS-DATE
                               MOVE PCH-MAKER-ID   TO WS-MAKER-ID
                               MOVE PCH-CHECKER-ID TO WS-CHECKER-ID
                               PERFORM RESOLVE-MAKER-CHECKER
                               IF WS-SAME-PERSON
                                   INITIALIZE SOD-HISTORY-RECORD
                                   MOVE "PENDCHG"  TO SOH-SOURCE
                                   MOVE PCH-KEY-VALUE TO SOH-REFERENCE
                                   PERFORM WRITE-MAKER-CHECKER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF.

       SCAN-PARAMETER-ROWS.
           OPEN INPUT PARAMETER-PENDING
           IF WS-PARMPEND-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "PARMPEND"
                   WS-PARMPEND-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ PARAMETER-PENDING NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF PRM-APPROVED-DATE = WS-TS-DATE
                               MOVE PRM-SET-BY      TO WS-MAKER-ID
                               MOVE PRM-APPROVED-BY TO WS-CHECKER-ID
                               PERFORM RESOLVE-MAKER-CHECKER
                               IF WS-SAME-PERSON
                                   INITIALIZE SOD-HISTORY-RECORD
                                   MOVE "PARMPEND" TO SOH-SOURCE
                                   MOVE PRM-KEY    TO SOH-REFERENCE
                                   PERFORM WRITE-MAKER-CHECKER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-PENDING
           END-IF.

       RESOLVE-MAKER-CHECKER.
           MOVE "N" TO WS-SAME-FLAG
           MOVE 0   TO WS-STAFF-CUSTOMER
           MOVE WS-MAKER-ID TO WS-LOOKUP-ID
           PERFORM FIND-OPERATOR
           MOVE WS-OPR-IX TO WS-MAKER-IX
           MOVE WS-CHECKER-ID TO WS-LOOKUP-ID
           PERFORM FIND-OPERATOR
           IF WS-MAKER-IX > 0
               MOVE WSO-CUSTOMER-ID(WS-MAKER-IX) TO WS-STAFF-CUSTOMER
           END-IF
           IF WS-MAKER-ID = WS-CHECKER-ID
               SET WS-SAME-PERSON TO TRUE
           ELSE
               IF WS-MAKER-IX > 0 AND WS-OPR-IX > 0
                   IF WSO-CUSTOMER-ID(WS-MAKER-IX) NOT = 0
                      AND WSO-CUSTOMER-ID(WS-MAKER-IX)
                          = WSO-CUSTOMER-ID(WS-OPR-IX)
                       SET WS-SAME-PERSON TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-MAKER-CHECKER.
           SET SOH-SAME-MAKER-CHECKER TO TRUE
           IF WS-MAKER-IX > 0
               MOVE WSO-BRANCH(WS-MAKER-IX) TO SOH-BRANCH
           END-IF
           MOVE WS-MAKER-ID       TO SOH-OPERATOR-ID
           MOVE WS-CHECKER-ID     TO SOH-SECOND-ID
           MOVE WS-STAFF-CUSTOMER TO SOH-STAFF-CUSTOMER
           PERFORM WRITE-EXCEPTION
           ADD 1 TO WS-MKCK-COUNT.

       SCAN-OVERRIDES.
           OPEN INPUT OVERRIDE-JOURNAL
           IF WS-OVRJRNL-STATUS NOT = "35"
               CALL "FILERR" USING "SODRPT  " "OVRJRNL"
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
                              AND OVJ-ACCOUNT-NUMBER NOT = 0
                               PERFORM CHECK-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-JOURNAL
           END-IF.

      * THE SUPERVISOR'S HOME BRANCH OFF OPERMAST, FALLING BACK TO
      * THE BRANCH ON THE JOURNAL LINE. ANY LINKED OPERATOR AT THAT
      * BRANCH WHO OWNS THE ACCOUNT MAKES IT A STAFF OVERRIDE -
      * INCLUDING THE SUPERVISOR THEMSELVES.
       CHECK-OVERRIDE.
           MOVE OVJ-SUPERVISOR-ID TO WS-LOOKUP-ID
           PERFORM FIND-OPERATOR
           IF WS-OPR-IX > 0
               MOVE WSO-BRANCH(WS-OPR-IX) TO WS-SUPERVISOR-BRANCH
           ELSE
               MOVE OVJ-BRANCH TO WS-SUPERVISOR-BRANCH
           END-IF

           MOVE "N" TO WS-HIT-FLAG
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-STAFF-ACCT-COUNT OR WS-STAFF-HIT
               IF WSS-ACCOUNT-NUMBER(J) = OVJ-ACCOUNT-NUMBER
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-OPR-COUNT OR WS-STAFF-HIT
                       IF WSO-CUSTOMER-ID(I) = WSS-CUSTOMER-ID(J)
                          AND WSO-BRANCH(I) = WS-SUPERVISOR-BRANCH
                           SET WS-STAFF-HIT TO TRUE
                           MOVE WSO-OPERATOR-ID(I) TO WS-LOOKUP-ID
                           MOVE WSS-CUSTOMER-ID(J) TO WS-STAFF-CUSTOMER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-STAFF-HIT
               INITIALIZE SOD-HISTORY-RECORD
               SET SOH-STAFF-OVERRIDE TO TRUE
               MOVE WS-SUPERVISOR-BRANCH TO SOH-BRANCH
               MOVE WS-LOOKUP-ID         TO SOH-OPERATOR-ID
               MOVE OVJ-SUPERVISOR-ID    TO SOH-SECOND-ID
               MOVE WS-STAFF-CUSTOMER    TO SOH-STAFF-CUSTOMER
               MOVE OVJ-ACCOUNT-NUMBER   TO SOH-ACCOUNT-NUMBER
               MOVE OVJ-AMOUNT           TO SOH-AMOUNT
               MOVE "OVRJRNL"            TO SOH-SOURCE
               MOVE OVJ-RULE             TO SOH-REFERENCE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.

       WRITE-EXCEPTION.
           MOVE WS-TS-DATE TO SOH-DATE
           WRITE SOD-HISTORY-RECORD
           CALL "FILERR" USING "SODRPT  " "SODHIST" WS-SODHIST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE SPACES              TO SOD-REPORT-LINE
           MOVE SOH-EXCEPTION       TO SRL-EXCEPTION
           MOVE SOH-BRANCH          TO SRL-BRANCH
           MOVE SOH-OPERATOR-ID     TO SRL-OPERATOR-ID
           MOVE SOH-SECOND-ID       TO SRL-SECOND-ID
           MOVE SOH-STAFF-CUSTOMER  TO SRL-STAFF-CUSTOMER
           MOVE SOH-ACCOUNT-NUMBER  TO SRL-ACCOUNT-NUMBER
           MOVE SOH-AMOUNT          TO SRL-AMOUNT
           MOVE SOH-SOURCE          TO SRL-SOURCE
           MOVE SOH-REFERENCE       TO SRL-REFERENCE
           WRITE SOD-REPORT-LINE.
