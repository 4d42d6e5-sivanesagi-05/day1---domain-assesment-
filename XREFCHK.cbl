       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.

      *****************************************************
      * Weekly cross-file referential-integrity sweep over   *
      * the satellite files INTEGCHK never looks at. Every    *
      * standing order, card, KYC review, online-banking       *
      * enrolment, statement cycle, hold and ownership link has *
      * its account and customer keys checked against ACCTMAST   *
      * and CUSTMAST, and its status checked against the          *
      * account's - an active standing order, card or cycle on a   *
      * closed account is as much an exception as an orphaned key.  *
      * Each exception goes to the report by file and rule, with     *
      * per-rule counts at the foot. On request, the live records     *
      * behind the exceptions are proposed for correction on the       *
      * PENDCHG queue, where a supervisor applies or rejects each one  *
      * through CHGAPPR; a proposal still pending from an earlier      *
      * sweep is not queued again.                                     *
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT STANDING-ORDERS ASSIGN TO "STNDORD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SOR-ORDER-ID
               FILE STATUS WS-STNDORD-STATUS.

           SELECT CARD-MASTER ASSIGN TO "CARDMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRD-CARD-NUMBER
               FILE STATUS WS-CARDMAST-STATUS.

           SELECT KYC-REGISTER ASSIGN TO "KYCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KYC-CUSTOMER-ID
               FILE STATUS WS-KYCREG-STATUS.

           SELECT ONLINE-ENROLLMENTS ASSIGN TO "OLBENRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OLB-CUSTOMER-ID
               FILE STATUS WS-OLBENRL-STATUS.

           SELECT STATEMENT-CYCLES ASSIGN TO "STMTCYC.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SCY-ACCOUNT-NUMBER
               FILE STATUS WS-STMTCYC-STATUS.

           SELECT ACCOUNT-HOLDS ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS WS-HOLDFILE-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PCH-CHANGE-ID
               FILE STATUS WS-PENDCHG-STATUS.

           SELECT XREF-REPORT ASSIGN TO "XREFRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-XREFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  STANDING-ORDERS.
       COPY "STNDORD.cpy".

       FD  CARD-MASTER.
       COPY "CARDMAST.cpy".

       FD  KYC-REGISTER.
       COPY "KYCREG.cpy".

       FD  ONLINE-ENROLLMENTS.
       COPY "OLBENRL.cpy".

       FD  STATEMENT-CYCLES.
       COPY "STMTCYC.cpy".

       FD  ACCOUNT-HOLDS.
       COPY "HOLDFILE.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  PENDING-CHANGES.
       COPY "PENDCHG.cpy".

       FD  XREF-REPORT.
       01 XREF-EXCEPTION-LINE.
          05 XRL-FILE               PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-RULE               PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-KEY                PIC X(16).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-MESSAGE            PIC X(34).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRL-CHANGE-ID          PIC 9(8).
       01 XREF-SUMMARY-LINE.
          05 XRS-FILE               PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRS-RULE               PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRS-LABEL              PIC X(16).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRS-COUNT              PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 XRS-DESCRIPTION        PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-STNDORD-STATUS   PIC XX.
       01 WS-CARDMAST-STATUS  PIC XX.
       01 WS-KYCREG-STATUS    PIC XX.
       01 WS-OLBENRL-STATUS   PIC XX.
       01 WS-STMTCYC-STATUS   PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-PENDCHG-STATUS   PIC XX.
       01 WS-XREFRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-SATELLITE VALUE "Y".
       01 WS-PEND-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-PENDING   VALUE "Y".
       01 WS-CORRECT-SW       PIC X      VALUE "N".
          88 WS-PROPOSE-CORRECTIONS VALUE "Y".
       01 WS-ACCT-FLAG        PIC X.
          88 WS-ACCT-FOUND    VALUE "Y".
       01 WS-CUST-FLAG        PIC X.
          88 WS-CUST-FOUND    VALUE "Y".
       01 WS-DUP-FLAG         PIC X.
          88 WS-ALREADY-QUEUED VALUE "Y".
       01 WS-CHECKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-PROPOSED-COUNT   PIC 9(5)   VALUE 0.
       01 WS-NEXT-CHANGE-ID   PIC 9(8).
       01 WS-RULE-SUB         PIC 9(2).
       01 I                   PIC 9(4).
      * THE EXCEPTION BEING REPORTED, AND THE CORRECTION PROPOSED
      * FOR IT WHEN THE RECORD BEHIND IT IS STILL LIVE.
       01 WS-EXC-KEY          PIC X(16).
       01 WS-EXC-ACCOUNT      PIC 9(10).
       01 WS-EXC-CUSTOMER     PIC 9(8).
       01 WS-FIX-TYPE         PIC X(10).
       01 WS-FIX-VALUE        PIC X(40).
      * RULES IN REPORT ORDER - FILE, RULE, DESCRIPTION.
       01 WS-RULE-VALUES.
          05 FILLER PIC X(46) VALUE
             "STNDORD SO01Debit account not on ACCTMAST".
          05 FILLER PIC X(46) VALUE
             "STNDORD SO02Active order on closed account".
          05 FILLER PIC X(46) VALUE
             "CARDMASTCD01Card account not on ACCTMAST".
          05 FILLER PIC X(46) VALUE
             "CARDMASTCD02Card customer not on CUSTMAST".
          05 FILLER PIC X(46) VALUE
             "CARDMASTCD03Active card on closed/frozen acct".
          05 FILLER PIC X(46) VALUE
             "KYCREG  KY01Customer not on CUSTMAST".
          05 FILLER PIC X(46) VALUE
             "OLBENRL OL01Customer not on CUSTMAST".
          05 FILLER PIC X(46) VALUE
             "STMTCYC SC01Account not on ACCTMAST".
          05 FILLER PIC X(46) VALUE
             "STMTCYC SC02Active cycle on closed account".
          05 FILLER PIC X(46) VALUE
             "HOLDFILEHL01Hold on account not on ACCTMAST".
          05 FILLER PIC X(46) VALUE
             "ACCTOWN AO01Account not on ACCTMAST".
          05 FILLER PIC X(46) VALUE
             "ACCTOWN AO02Owner not on CUSTMAST".
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
          05 WS-RULE-ENTRY OCCURS 12 TIMES.
             10 WSR-FILE            PIC X(8).
             10 WSR-RULE            PIC X(4).
             10 WSR-DESCRIPTION     PIC X(34).
       01 WS-RULE-COUNTS.
          05 WSR-COUNT            PIC 9(7) OCCURS 12 TIMES.
      * CORRECTIONS STILL PENDING FROM EARLIER SWEEPS, SO A
      * WEEKLY RERUN DOES NOT QUEUE THE SAME FIX TWICE.
       01 WS-QUEUED-COUNT     PIC 9(4)   VALUE 0.
       01 WS-QUEUED-TABLE.
          05 WS-QUEUED-ENTRY OCCURS 2000 TIMES.
             10 WSQ-CHANGE-TYPE     PIC X(10).
             10 WSQ-KEY-VALUE       PIC X(16).
             10 WSQ-NEW-VALUE       PIC X(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PROPOSE CORRECTIONS TO CHGAPPR (Y/N): ".
           ACCEPT WS-CORRECT-SW.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           INITIALIZE WS-RULE-COUNTS
           PERFORM OPEN-MASTER-FILES
           IF WS-PROPOSE-CORRECTIONS
               PERFORM OPEN-CHANGE-QUEUE
           END-IF

           PERFORM SWEEP-STANDING-ORDERS
           PERFORM SWEEP-CARDS
           PERFORM SWEEP-KYC-REGISTER
           PERFORM SWEEP-ONLINE-ENROLLMENTS
           PERFORM SWEEP-STATEMENT-CYCLES
           PERFORM SWEEP-HOLDS
           PERFORM SWEEP-ACCOUNT-OWNERS

           PERFORM WRITE-RULE-SUMMARY

           DISPLAY "CROSS-FILE SWEEP COMPLETE - CHECKED "
               WS-CHECKED-COUNT " EXCEPTIONS " WS-EXCEPTION-COUNT
               " CORRECTIONS QUEUED " WS-PROPOSED-COUNT

           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE XREF-REPORT
           IF WS-PROPOSE-CORRECTIONS
               CLOSE PENDING-CHANGES
           END-IF

           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       OPEN-MASTER-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "XREFCHK " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "XREFCHK " "CUSTMAST"
               WS-CUSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT XREF-REPORT
           CALL "FILERR" USING "XREFCHK " "XREFRPT"
               WS-XREFRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       OPEN-CHANGE-QUEUE.
           OPEN I-O PENDING-CHANGES
           IF WS-PENDCHG-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF
           CALL "FILERR" USING "XREFCHK " "PENDCHG"
               WS-PENDCHG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE 0 TO WS-NEXT-CHANGE-ID
           MOVE 0 TO PCH-CHANGE-ID
           START PENDING-CHANGES KEY IS GREATER THAN PCH-CHANGE-ID
               INVALID KEY SET END-OF-PENDING TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-CHANGES NEXT RECORD
                   AT END SET END-OF-PENDING TO TRUE
                   NOT AT END
                       MOVE PCH-CHANGE-ID TO WS-NEXT-CHANGE-ID
                       IF PCH-CHANGE-PENDING
                          AND PCH-SOURCE = "XREFCHK "
                          AND WS-QUEUED-COUNT < 2000
                           ADD 1 TO WS-QUEUED-COUNT
                           MOVE PCH-CHANGE-TYPE
                               TO WSQ-CHANGE-TYPE(WS-QUEUED-COUNT)
                           MOVE PCH-KEY-VALUE
                               TO WSQ-KEY-VALUE(WS-QUEUED-COUNT)
                           MOVE PCH-NEW-VALUE(1:8)
                               TO WSQ-NEW-VALUE(WS-QUEUED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOOKUP-ACCOUNT.
           MOVE "N" TO WS-ACCT-FLAG
           MOVE WS-EXC-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUST-FLAG
           MOVE WS-EXC-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ.

      * A SATELLITE FILE THAT HAS NEVER BEEN CREATED HAS NOTHING
      * TO CHECK.
       SWEEP-STANDING-ORDERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STANDING-ORDERS
           IF WS-STNDORD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "STNDORD"
                   WS-STNDORD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ STANDING-ORDERS NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDERS
           END-IF.

       CHECK-ONE-ORDER.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES            TO WS-EXC-KEY
           MOVE SOR-ORDER-ID      TO WS-EXC-KEY(1:8)
           MOVE SOR-DEBIT-ACCOUNT TO WS-EXC-ACCOUNT
           MOVE 0                 TO WS-EXC-CUSTOMER
           MOVE SPACES            TO WS-FIX-TYPE
           MOVE SPACES            TO WS-FIX-VALUE
           IF SOR-ORDER-ACTIVE
               MOVE "SOCANCEL" TO WS-FIX-TYPE
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE 1 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           ELSE
               IF SOR-ORDER-ACTIVE AND ACM-ACCT-CLOSED
                   MOVE 2 TO WS-RULE-SUB
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF.

       SWEEP-CARDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CARD-MASTER
           IF WS-CARDMAST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "CARDMAST"
                   WS-CARDMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ CARD-MASTER NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CARD-MASTER
           END-IF.

      * A LOST, STOLEN OR BLOCKED CARD CANNOT BE USED, SO ONLY AN
      * ACTIVE CARD IS PROPOSED FOR BLOCKING.
       CHECK-ONE-CARD.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE CRD-CARD-NUMBER    TO WS-EXC-KEY
           MOVE CRD-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE CRD-CUSTOMER-ID    TO WS-EXC-CUSTOMER
           MOVE SPACES             TO WS-FIX-TYPE
           MOVE SPACES             TO WS-FIX-VALUE
           IF CRD-CARD-ACTIVE
               MOVE "CARDBLOCK" TO WS-FIX-TYPE
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE 3 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           ELSE
               IF CRD-CARD-ACTIVE
                  AND (ACM-ACCT-CLOSED OR ACM-ACCT-FROZEN)
                   MOVE 5 TO WS-RULE-SUB
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 4 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF.

       SWEEP-KYC-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT KYC-REGISTER
           IF WS-KYCREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "KYCREG"
                   WS-KYCREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ KYC-REGISTER NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-KYC-REVIEW
                   END-READ
               END-PERFORM
               CLOSE KYC-REGISTER
           END-IF.

      * AN ORPHANED REVIEW ROW IS HARMLESS BEYOND A FALSE
      * OVERDUE-REVIEW ENTRY - REPORTED ONLY, NOT CORRECTED.
       CHECK-ONE-KYC-REVIEW.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES            TO WS-EXC-KEY
           MOVE KYC-CUSTOMER-ID   TO WS-EXC-KEY(1:8)
           MOVE 0                 TO WS-EXC-ACCOUNT
           MOVE KYC-CUSTOMER-ID   TO WS-EXC-CUSTOMER
           MOVE SPACES            TO WS-FIX-TYPE
           MOVE SPACES            TO WS-FIX-VALUE
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 6 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF.

       SWEEP-ONLINE-ENROLLMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ONLINE-ENROLLMENTS
           IF WS-OLBENRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "OLBENRL"
                   WS-OLBENRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ ONLINE-ENROLLMENTS NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE ONLINE-ENROLLMENTS
           END-IF.

       CHECK-ONE-ENROLLMENT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES            TO WS-EXC-KEY
           MOVE OLB-CUSTOMER-ID   TO WS-EXC-KEY(1:8)
           MOVE 0                 TO WS-EXC-ACCOUNT
           MOVE OLB-CUSTOMER-ID   TO WS-EXC-CUSTOMER
           MOVE SPACES            TO WS-FIX-TYPE
           MOVE SPACES            TO WS-FIX-VALUE
           IF OLB-ENROLLED
               MOVE "OLBWDRAW" TO WS-FIX-TYPE
           END-IF
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 7 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF.

       SWEEP-STATEMENT-CYCLES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STATEMENT-CYCLES
           IF WS-STMTCYC-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "STMTCYC"
                   WS-STMTCYC-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ STATEMENT-CYCLES NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-CYCLE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-CYCLES
           END-IF.

       CHECK-ONE-CYCLE.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES             TO WS-EXC-KEY
           MOVE SCY-ACCOUNT-NUMBER TO WS-EXC-KEY(1:10)
           MOVE SCY-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE 0                  TO WS-EXC-CUSTOMER
           MOVE SPACES             TO WS-FIX-TYPE
           MOVE SPACES             TO WS-FIX-VALUE
           IF SCY-CYCLE-ACTIVE
               MOVE "CYCCANCEL" TO WS-FIX-TYPE
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE 8 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           ELSE
               IF SCY-CYCLE-ACTIVE AND ACM-ACCT-CLOSED
                   MOVE 9 TO WS-RULE-SUB
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF.

       SWEEP-HOLDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-HOLDS
           IF WS-HOLDFILE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "HOLDFILE"
                   WS-HOLDFILE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ ACCOUNT-HOLDS NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HOLDS
           END-IF.

      * A HOLD ON A MISSING ACCOUNT IS PROPOSED FOR RELEASE ON
      * THE SAME HOLDREL CHANGE HOLDMNT QUEUES.
       CHECK-ONE-HOLD.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES             TO WS-EXC-KEY
           MOVE HLD-ACCOUNT-NUMBER TO WS-EXC-KEY(1:10)
           MOVE HLD-HOLD-SEQ       TO WS-EXC-KEY(11:4)
           MOVE HLD-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE 0                  TO WS-EXC-CUSTOMER
           MOVE SPACES             TO WS-FIX-TYPE
           MOVE SPACES             TO WS-FIX-VALUE
           IF HLD-HOLD-ACTIVE
               MOVE "HOLDREL" TO WS-FIX-TYPE
               MOVE HLD-REASON TO WS-FIX-VALUE
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE 10 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF.

       SWEEP-ACCOUNT-OWNERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "XREFCHK " "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SATELLITE
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-SATELLITE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-OWNER-LINK
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-OWNERS
           END-IF.

      * THE LINK KEY IS LONGER THAN THE QUEUE'S KEY FIELD - THE
      * ACCOUNT GOES IN THE KEY AND THE CUSTOMER IN THE VALUE.
       CHECK-ONE-OWNER-LINK.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES             TO WS-EXC-KEY
           MOVE AOX-ACCOUNT-NUMBER TO WS-EXC-KEY(1:10)
           MOVE AOX-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           MOVE AOX-CUSTOMER-ID    TO WS-EXC-CUSTOMER
           MOVE SPACES             TO WS-FIX-TYPE
           MOVE SPACES             TO WS-FIX-VALUE
           IF AOX-OWNER-ACTIVE
               MOVE "OWNREMOVE"     TO WS-FIX-TYPE
               MOVE AOX-CUSTOMER-ID TO WS-FIX-VALUE(1:8)
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE 11 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-CUST-FOUND
               MOVE 12 TO WS-RULE-SUB
               PERFORM REPORT-EXCEPTION
           END-IF.

       REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WSR-COUNT(WS-RULE-SUB)
           MOVE 0 TO XRL-CHANGE-ID
           IF WS-PROPOSE-CORRECTIONS AND WS-FIX-TYPE NOT = SPACES
               PERFORM PROPOSE-CORRECTION
           END-IF
           MOVE WSR-FILE(WS-RULE-SUB)        TO XRL-FILE
           MOVE WSR-RULE(WS-RULE-SUB)        TO XRL-RULE
           MOVE WS-EXC-KEY                   TO XRL-KEY
           MOVE WS-EXC-ACCOUNT               TO XRL-ACCOUNT-NUMBER
           MOVE WS-EXC-CUSTOMER              TO XRL-CUSTOMER-ID
           MOVE WSR-DESCRIPTION(WS-RULE-SUB) TO XRL-MESSAGE
           WRITE XREF-EXCEPTION-LINE
           CALL "FILERR" USING "XREFCHK " "XREFRPT"
               WS-XREFRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ONE PROPOSAL PER RECORD - A CARD FAILING TWO RULES IS
      * STILL ONE BLOCK FOR THE SUPERVISOR TO APPROVE.
       PROPOSE-CORRECTION.
           MOVE "N" TO WS-DUP-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QUEUED-COUNT
               IF WSQ-CHANGE-TYPE(I) = WS-FIX-TYPE
                  AND WSQ-KEY-VALUE(I) = WS-EXC-KEY
                  AND WSQ-NEW-VALUE(I) = WS-FIX-VALUE(1:8)
                   SET WS-ALREADY-QUEUED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-QUEUED
               ADD 1 TO WS-NEXT-CHANGE-ID
               MOVE WS-NEXT-CHANGE-ID TO PCH-CHANGE-ID
               MOVE "XREFCHK "        TO PCH-SOURCE
               MOVE WS-FIX-TYPE       TO PCH-CHANGE-TYPE
               MOVE WS-EXC-KEY        TO PCH-KEY-VALUE
               MOVE WS-FIX-VALUE      TO PCH-NEW-VALUE
               MOVE "XREFCHK "        TO PCH-MAKER-ID
               MOVE WS-TS-DATE        TO PCH-MAKER-DATE
               MOVE SPACES            TO PCH-CHECKER-ID
               MOVE 0                 TO PCH-ACTIONED-DATE
               SET PCH-CHANGE-PENDING TO TRUE
               WRITE PENDING-CHANGE-RECORD
               CALL "FILERR" USING "XREFCHK " "PENDCHG"
                   WS-PENDCHG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-NEXT-CHANGE-ID TO XRL-CHANGE-ID
               ADD 1 TO WS-PROPOSED-COUNT
               IF WS-QUEUED-COUNT < 2000
                   ADD 1 TO WS-QUEUED-COUNT
                   MOVE WS-FIX-TYPE TO WSQ-CHANGE-TYPE(WS-QUEUED-COUNT)
                   MOVE WS-EXC-KEY  TO WSQ-KEY-VALUE(WS-QUEUED-COUNT)
                   MOVE WS-FIX-VALUE(1:8)
                       TO WSQ-NEW-VALUE(WS-QUEUED-COUNT)
               END-IF
           END-IF.

       WRITE-RULE-SUMMARY.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 12
               MOVE SPACES TO XREF-SUMMARY-LINE
               MOVE WSR-FILE(WS-RULE-SUB)        TO XRS-FILE
               MOVE WSR-RULE(WS-RULE-SUB)        TO XRS-RULE
               MOVE "RULE TOTAL"                 TO XRS-LABEL
               MOVE WSR-COUNT(WS-RULE-SUB)       TO XRS-COUNT
               MOVE WSR-DESCRIPTION(WS-RULE-SUB) TO XRS-DESCRIPTION
               WRITE XREF-SUMMARY-LINE
               CALL "FILERR" USING "XREFCHK " "XREFRPT"
                   WS-XREFRPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-PERFORM.
