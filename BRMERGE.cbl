       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMERGE.

      *****************************************************
      * Supervised branch merger / closure re-homing. Takes  *
      * a closing branch and a surviving branch and moves     *
      * everything across: every ACCTMAST account (with an     *
      * AUDTRAIL before/after image each), every OPERMAST       *
      * operator, and the period's open GLBAL positions - posted *
      * out of the closing branch and into the survivor, each in  *
      * its own currency, through GLPOSTFX against the branch      *
      * transfer clearing line GLRULE gives for BRMERGE. Standing  *
      * orders, loans, holds and cheque books are keyed by account  *
      * number and ride with their accounts; the standing orders and *
      * loans are counted across so the control report shows them.    *
      * The closing branch is marked closed on BRMAST. Every category  *
      * is counted on both branches before and after, so what left the *
      * closing branch is proven to equal what arrived at the          *
      * survivor. Run after the night's GLUPDT so the GLBAL position   *
      * is current.                                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "BRMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRM-BRANCH-CODE
               FILE STATUS WS-BRMAST-STATUS.

           SELECT BRANCH-AUDIT ASSIGN TO "BRAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BRAUD-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT STANDING-ORDERS ASSIGN TO "STNDORD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SOR-ORDER-ID
               FILE STATUS WS-STNDORD-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "BRMERGE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BRMERGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER.
       COPY "BRMAST.cpy".

       FD  BRANCH-AUDIT.
       COPY "BRAUD.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  STANDING-ORDERS.
       COPY "STNDORD.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  CONTROL-REPORT.
       01 CONTROL-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BRMAST-STATUS    PIC XX.
       01 WS-BRAUD-STATUS     PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-STNDORD-STATUS   PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-BRMERGE-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-CLOSING-BRANCH   PIC X(4).
       01 WS-SURVIVING-BRANCH PIC X(4).
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-BRANCHES-FLAG    PIC X      VALUE "Y".
          88 WS-BRANCHES-GOOD VALUE "Y".
      * THE OPEN GLBAL POSITIONS ARE TAKEN FOR THE PROCESSING
      * PERIOD ONLY - EARLIER PERIODS ARE CLOSED AND ROLLED.
       01 WS-REPORT-PERIOD    PIC 9(6).
      * THE ONE LEDGER LINE BOTH HALVES OF EVERY TRANSFER PASS
      * THROUGH, TAKEN FROM THE BRMERGE TRANSFER RULE ON GLRULE -
      * FINANCE SETS THE SAME CLEARING ACCOUNT ON BOTH SIDES. EACH
      * BRANCH'S BOOKS BALANCE, SO ONCE ALL ITS POSITIONS HAVE
      * MOVED THE LINE NETS TO ZERO ON BOTH.
       01 WS-CLEARING-GL      PIC X(8).
       01 WS-CLEARING-CR-GL   PIC X(8).
       01 WS-GL-NET           PIC S9(15)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-BRANCH-BEFORE    PIC X(60).
       01 WS-BRANCH-AFTER     PIC X(60).
      * CONTROL COUNTS - PASS 1 IS TAKEN BEFORE ANYTHING MOVES,
      * PASS 2 AFTER. (1) IS THE CLOSING BRANCH, (2) THE
      * SURVIVING BRANCH.
       01 WS-PASS             PIC 9(1).
       01 WS-CONTROL-TOTALS.
          05 WS-CTL-PASS OCCURS 2 TIMES.
             10 WS-CTL-BRANCH OCCURS 2 TIMES.
                15 WSC-ACCOUNTS     PIC 9(7).
                15 WSC-BALANCE      PIC S9(13)V99.
                15 WSC-OPERATORS    PIC 9(5).
                15 WSC-ORDERS       PIC 9(7).
                15 WSC-LOANS        PIC 9(7).
       01 WS-MOVED-ACCOUNTS   PIC 9(7)   VALUE 0.
       01 WS-MOVED-BALANCE    PIC S9(13)V99 VALUE 0.
       01 WS-MOVED-OPERATORS  PIC 9(5)   VALUE 0.
       01 WS-GL-OUT-COUNT     PIC 9(5)   VALUE 0.
       01 WS-GL-OUT-DEBITS    PIC 9(15)V99 VALUE 0.
       01 WS-GL-OUT-CREDITS   PIC 9(15)V99 VALUE 0.
       01 WS-GL-IN-COUNT      PIC 9(5)   VALUE 0.
       01 WS-GL-IN-DEBITS     PIC 9(15)V99 VALUE 0.
       01 WS-GL-IN-CREDITS    PIC 9(15)V99 VALUE 0.
       01 WS-GL-SKIPPED       PIC 9(5)   VALUE 0.
       01 WS-REMOVED-COUNT    PIC S9(7).
       01 WS-LEFT-COUNT       PIC 9(7).
       01 WS-ARRIVED-COUNT    PIC S9(7).
       01 WS-REMOVED-AMOUNT   PIC S9(15)V99.
       01 WS-ARRIVED-AMOUNT   PIC S9(15)V99.
       01 WS-CONTROL-FLAG     PIC X      VALUE "Y".
          88 WS-CONTROL-AGREES VALUE "Y".
       01 WS-COUNT-EDIT       PIC -Z,ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER CLOSING BRANCH: ".
           ACCEPT WS-CLOSING-BRANCH.

           DISPLAY "ENTER SURVIVING BRANCH: ".
           ACCEPT WS-SURVIVING-BRANCH.

           IF WS-CLOSING-BRANCH = WS-SURVIVING-BRANCH
               DISPLAY "Closing and surviving branch are the same"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-MONTH TO WS-REPORT-PERIOD

           PERFORM CHECK-SUPERVISOR-ROLE
           IF NOT WS-AUTHORIZED
               DISPLAY "Branch mergers need a supervisor - "
                   "request refused"
               GOBACK
           END-IF

           PERFORM OPEN-ALL-FILES

           PERFORM VERIFY-BOTH-BRANCHES
           IF NOT WS-BRANCHES-GOOD
               PERFORM CLOSE-ALL-FILES
               GOBACK
           END-IF

           MOVE 1 TO WS-PASS
           PERFORM TAKE-CONTROL-COUNTS

           PERFORM REHOME-THE-ACCOUNTS
           PERFORM REHOME-THE-OPERATORS
           PERFORM TRANSFER-GL-POSITIONS
           PERFORM CLOSE-THE-BRANCH

           MOVE 2 TO WS-PASS
           PERFORM TAKE-CONTROL-COUNTS

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY "BRANCH MERGE COMPLETE - " WS-MOVED-ACCOUNTS
               " ACCOUNT(S), " WS-MOVED-OPERATORS
               " OPERATOR(S) AND " WS-GL-OUT-COUNT
               " GL POSITION(S) MOVED FROM " WS-CLOSING-BRANCH
               " TO " WS-SURVIVING-BRANCH
           IF NOT WS-CONTROL-AGREES
               DISPLAY "*** MERGE CONTROL OUT - SEE BRMERGE REPORT"
                   " ***"
           END-IF

           PERFORM CLOSE-ALL-FILES

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "BRMERGE " "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           END-READ
           CLOSE OPERATOR-MASTER.

       OPEN-ALL-FILES.
           OPEN I-O BRANCH-MASTER
           CALL "FILERR" USING "BRMERGE " "BRMAST" WS-BRMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "BRMERGE " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O OPERATOR-MASTER
           CALL "FILERR" USING "BRMERGE " "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT STANDING-ORDERS
           OPEN INPUT LOAN-MASTER
           OPEN INPUT GL-BALANCES

           OPEN OUTPUT CONTROL-REPORT
           CALL "FILERR" USING "BRMERGE " "BRMERGE"
               WS-BRMERGE-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE BRANCH-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE OPERATOR-MASTER
           IF WS-STNDORD-STATUS = "00"
               CLOSE STANDING-ORDERS
           END-IF
           IF WS-LOANMAST-STATUS = "00"
               CLOSE LOAN-MASTER
           END-IF
           IF WS-GLBAL-STATUS = "00"
               CLOSE GL-BALANCES
           END-IF
           CLOSE CONTROL-REPORT.

      * THE CLOSING BRANCH MAY ALREADY HAVE BEEN CLOSED ON BRMNT -
      * ITS BOOK STILL HAS TO MOVE. THE SURVIVOR MUST BE OPEN.
       VERIFY-BOTH-BRANCHES.
           MOVE WS-CLOSING-BRANCH TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   DISPLAY "Closing branch not on master"
                   MOVE "N" TO WS-BRANCHES-FLAG
           END-READ

           MOVE WS-SURVIVING-BRANCH TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   DISPLAY "Surviving branch not on master"
                   MOVE "N" TO WS-BRANCHES-FLAG
               NOT INVALID KEY
                   IF BRM-BRANCH-CLOSED
                       DISPLAY "Surviving branch is closed"
                       MOVE "N" TO WS-BRANCHES-FLAG
                   END-IF
           END-READ.

      * ONE FULL PASS OF EACH FILE, COUNTING WHAT SITS ON EITHER
      * BRANCH. STANDING ORDERS AND LOANS COUNT BY THE BRANCH OF
      * THE DEBIT / DISBURSEMENT ACCOUNT THEY ARE LINKED TO.
       TAKE-CONTROL-COUNTS.
           MOVE 0 TO WSC-ACCOUNTS(WS-PASS 1)
           MOVE 0 TO WSC-ACCOUNTS(WS-PASS 2)
           MOVE 0 TO WSC-BALANCE(WS-PASS 1)
           MOVE 0 TO WSC-BALANCE(WS-PASS 2)
           MOVE 0 TO WSC-OPERATORS(WS-PASS 1)
           MOVE 0 TO WSC-OPERATORS(WS-PASS 2)
           MOVE 0 TO WSC-ORDERS(WS-PASS 1)
           MOVE 0 TO WSC-ORDERS(WS-PASS 2)
           MOVE 0 TO WSC-LOANS(WS-PASS 1)
           MOVE 0 TO WSC-LOANS(WS-PASS 2)

           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN
                   ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF ACM-BRANCH = WS-CLOSING-BRANCH
                           ADD 1 TO WSC-ACCOUNTS(WS-PASS 1)
                           ADD ACM-BALANCE TO WSC-BALANCE(WS-PASS 1)
                       END-IF
                       IF ACM-BRANCH = WS-SURVIVING-BRANCH
                           ADD 1 TO WSC-ACCOUNTS(WS-PASS 2)
                           ADD ACM-BALANCE TO WSC-BALANCE(WS-PASS 2)
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO OPM-OPERATOR-ID
           START OPERATOR-MASTER KEY IS NOT LESS THAN OPM-OPERATOR-ID
               INVALID KEY SET END-OF-INPUT TO TRUE
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ OPERATOR-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF OPM-BRANCH = WS-CLOSING-BRANCH
                           ADD 1 TO WSC-OPERATORS(WS-PASS 1)
                       END-IF
                       IF OPM-BRANCH = WS-SURVIVING-BRANCH
                           ADD 1 TO WSC-OPERATORS(WS-PASS 2)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STNDORD-STATUS = "00"
               MOVE 0 TO SOR-ORDER-ID
               START STANDING-ORDERS KEY IS NOT LESS THAN SOR-ORDER-ID
                   INVALID KEY SET END-OF-INPUT TO TRUE
                   NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-INPUT
                   READ STANDING-ORDERS NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF SOR-ORDER-ACTIVE
                               MOVE SOR-DEBIT-ACCOUNT
                                   TO ACM-ACCOUNT-NUMBER
                               PERFORM COUNT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-LOANMAST-STATUS = "00"
               MOVE 0 TO LNM-CUSTOMER-ID
               START LOAN-MASTER KEY IS NOT LESS THAN LNM-CUSTOMER-ID
                   INVALID KEY SET END-OF-INPUT TO TRUE
                   NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-INPUT
                   READ LOAN-MASTER NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE LNM-DISBURSE-ACCOUNT
                               TO ACM-ACCOUNT-NUMBER
                           PERFORM COUNT-ONE-LOAN
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-ONE-ORDER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-BRANCH = WS-CLOSING-BRANCH
                       ADD 1 TO WSC-ORDERS(WS-PASS 1)
                   END-IF
                   IF ACM-BRANCH = WS-SURVIVING-BRANCH
                       ADD 1 TO WSC-ORDERS(WS-PASS 2)
                   END-IF
           END-READ.

       COUNT-ONE-LOAN.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-BRANCH = WS-CLOSING-BRANCH
                       ADD 1 TO WSC-LOANS(WS-PASS 1)
                   END-IF
                   IF ACM-BRANCH = WS-SURVIVING-BRANCH
                       ADD 1 TO WSC-LOANS(WS-PASS 2)
                   END-IF
           END-READ.

      * THE ACCOUNT NUMBER IS THE PRIMARY KEY AND DOES NOT CHANGE,
      * SO THE BRANCH IS REWRITTEN IN PLACE UNDER THE SEQUENTIAL
      * SCAN. CLOSED AND DORMANT ACCOUNTS MOVE TOO - THEIR
      * HISTORY BELONGS TO THE SURVIVOR FROM HERE ON.
       REHOME-THE-ACCOUNTS.
           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN
                   ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF ACM-BRANCH = WS-CLOSING-BRANCH
                           PERFORM REHOME-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       REHOME-ONE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SURVIVING-BRANCH TO ACM-BRANCH
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "BRMERGE " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "BRMERGE" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
           ADD 1 TO WS-MOVED-ACCOUNTS
           ADD ACM-BALANCE TO WS-MOVED-BALANCE.

      * RETIRED OPERATORS MOVE AS WELL SO NO HISTORY POINTS AT A
      * BRANCH THAT NO LONGER TRADES.
       REHOME-THE-OPERATORS.
           MOVE LOW-VALUES TO OPM-OPERATOR-ID
           START OPERATOR-MASTER KEY IS NOT LESS THAN OPM-OPERATOR-ID
               INVALID KEY SET END-OF-INPUT TO TRUE
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ OPERATOR-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF OPM-BRANCH = WS-CLOSING-BRANCH
                           MOVE WS-SURVIVING-BRANCH TO OPM-BRANCH
                           REWRITE OPERATOR-MASTER-RECORD
                           CALL "FILERR" USING "BRMERGE " "OPERMAST"
                               WS-OPERMAST-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-MOVED-OPERATORS
                       END-IF
               END-READ
           END-PERFORM.

      * EACH OPEN POSITION OF THE CLOSING BRANCH IS POSTED TO ZERO
      * THERE AND RAISED AGAIN AT THE SURVIVOR - TWO GLPOSTFX PAIRS,
      * BOTH THROUGH THE CLEARING LINE, IN THE POSITION'S OWN
      * CURRENCY SO A FOREIGN POSITION CLEARS UNDER ITS OWN KEY.
      * GLUPDT FOLDS THEM INTO GLBAL ON ITS NEXT RUN LIKE ANY
      * OTHER DETAIL.
       TRANSFER-GL-POSITIONS.
           CALL "GLRULE" USING "BRMERGE " "TRANSFER" "**"
               WS-CLEARING-GL WS-CLEARING-CR-GL
           IF WS-GLBAL-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ GL-BALANCES NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF GLB-BRANCH = WS-CLOSING-BRANCH
                              AND GLB-PERIOD = WS-REPORT-PERIOD
                              AND GLB-GL-ACCOUNT NOT = WS-CLEARING-GL
                               PERFORM TRANSFER-ONE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TRANSFER-ONE-POSITION.
           COMPUTE WS-GL-NET = GLB-CCY-OPEN-BALANCE
               + GLB-CCY-DEBIT-TOTAL - GLB-CCY-CREDIT-TOTAL
           EVALUATE TRUE
               WHEN WS-GL-NET = 0
                   CONTINUE
               WHEN WS-GL-NET > 999999999.99
                 OR WS-GL-NET < -999999999.99
                   DISPLAY "GL POSITION " GLB-GL-ACCOUNT
                       " TOO LARGE FOR ONE POSTING - TRANSFER BY HAND"
                   ADD 1 TO WS-GL-SKIPPED
               WHEN WS-GL-NET > 0
                   MOVE WS-GL-NET TO WS-GL-AMOUNT
                   CALL "GLPOSTFX" USING "BRMERGE " WS-CLOSING-BRANCH
                       "**" WS-CLEARING-GL GLB-GL-ACCOUNT
                       GLB-CURRENCY-CODE WS-GL-AMOUNT
                   CALL "GLPOSTFX" USING "BRMERGE " WS-SURVIVING-BRANCH
                       "**" GLB-GL-ACCOUNT WS-CLEARING-GL
                       GLB-CURRENCY-CODE WS-GL-AMOUNT
                   ADD 1 TO WS-GL-OUT-COUNT
                   ADD 1 TO WS-GL-IN-COUNT
                   ADD WS-GL-AMOUNT TO WS-GL-OUT-CREDITS
                   ADD WS-GL-AMOUNT TO WS-GL-IN-DEBITS
               WHEN OTHER
                   COMPUTE WS-GL-AMOUNT = 0 - WS-GL-NET
                   CALL "GLPOSTFX" USING "BRMERGE " WS-CLOSING-BRANCH
                       "**" GLB-GL-ACCOUNT WS-CLEARING-GL
                       GLB-CURRENCY-CODE WS-GL-AMOUNT
                   CALL "GLPOSTFX" USING "BRMERGE " WS-SURVIVING-BRANCH
                       "**" WS-CLEARING-GL GLB-GL-ACCOUNT
                       GLB-CURRENCY-CODE WS-GL-AMOUNT
                   ADD 1 TO WS-GL-OUT-COUNT
                   ADD 1 TO WS-GL-IN-COUNT
                   ADD WS-GL-AMOUNT TO WS-GL-OUT-DEBITS
                   ADD WS-GL-AMOUNT TO WS-GL-IN-CREDITS
           END-EVALUATE.

       CLOSE-THE-BRANCH.
           MOVE WS-CLOSING-BRANCH TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BRANCH-MASTER-RECORD TO WS-BRANCH-BEFORE
                   SET BRM-BRANCH-CLOSED TO TRUE
                   MOVE WS-OPERATOR-ID TO BRM-SET-BY
                   MOVE WS-TS-DATE     TO BRM-SET-DATE
                   REWRITE BRANCH-MASTER-RECORD
                   CALL "FILERR" USING "BRMERGE " "BRMAST"
                       WS-BRMAST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE BRANCH-MASTER-RECORD TO WS-BRANCH-AFTER
                   PERFORM WRITE-BRANCH-AUDIT
           END-READ.

       WRITE-BRANCH-AUDIT.
           OPEN EXTEND BRANCH-AUDIT
           IF WS-BRAUD-STATUS = "35"
               OPEN OUTPUT BRANCH-AUDIT
           END-IF
           CALL "FILERR" USING "BRMERGE " "BRAUD" WS-BRAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE       TO BRA-TIMESTAMP(1:8)
           MOVE WS-TS-TIME       TO BRA-TIMESTAMP(9:8)
           MOVE WS-OPERATOR-ID   TO BRA-OPERATOR-ID
           SET BRA-MERGE-CHANGE  TO TRUE
           MOVE WS-BRANCH-BEFORE TO BRA-BEFORE-IMAGE
           MOVE WS-BRANCH-AFTER  TO BRA-AFTER-IMAGE
           WRITE BRANCH-AUDIT-RECORD
           CLOSE BRANCH-AUDIT.

      * REMOVED = CLOSING BRANCH BEFORE LESS AFTER; ARRIVED =
      * SURVIVOR AFTER LESS BEFORE. THE TWO MUST AGREE AND THE
      * CLOSING BRANCH MUST BE LEFT EMPTY.
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO CONTROL-LINE
           STRING "BRANCH MERGE CONTROL - " WS-CLOSING-BRANCH
               " INTO " WS-SURVIVING-BRANCH " ON " WS-TS-DATE
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "CATEGORY          REMOVED     ARRIVED"
               "   LEFT BEHIND"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           COMPUTE WS-REMOVED-COUNT = WSC-ACCOUNTS(1 1)
               - WSC-ACCOUNTS(2 1)
           COMPUTE WS-ARRIVED-COUNT = WSC-ACCOUNTS(2 2)
               - WSC-ACCOUNTS(1 2)
           MOVE "ACCOUNTS" TO CONTROL-LINE
           MOVE WSC-ACCOUNTS(2 1) TO WS-LEFT-COUNT
           PERFORM WRITE-COUNT-LINE

           COMPUTE WS-REMOVED-AMOUNT = WSC-BALANCE(1 1)
               - WSC-BALANCE(2 1)
           COMPUTE WS-ARRIVED-AMOUNT = WSC-BALANCE(2 2)
               - WSC-BALANCE(1 2)
           PERFORM WRITE-AMOUNT-LINE

           COMPUTE WS-REMOVED-COUNT = WSC-OPERATORS(1 1)
               - WSC-OPERATORS(2 1)
           COMPUTE WS-ARRIVED-COUNT = WSC-OPERATORS(2 2)
               - WSC-OPERATORS(1 2)
           MOVE "OPERATORS" TO CONTROL-LINE
           MOVE WSC-OPERATORS(2 1) TO WS-LEFT-COUNT
           PERFORM WRITE-COUNT-LINE

           COMPUTE WS-REMOVED-COUNT = WSC-ORDERS(1 1)
               - WSC-ORDERS(2 1)
           COMPUTE WS-ARRIVED-COUNT = WSC-ORDERS(2 2)
               - WSC-ORDERS(1 2)
           MOVE "STANDING ORDERS" TO CONTROL-LINE
           MOVE WSC-ORDERS(2 1) TO WS-LEFT-COUNT
           PERFORM WRITE-COUNT-LINE

           COMPUTE WS-REMOVED-COUNT = WSC-LOANS(1 1)
               - WSC-LOANS(2 1)
           COMPUTE WS-ARRIVED-COUNT = WSC-LOANS(2 2)
               - WSC-LOANS(1 2)
           MOVE "LOANS" TO CONTROL-LINE
           MOVE WSC-LOANS(2 1) TO WS-LEFT-COUNT
           PERFORM WRITE-COUNT-LINE

           MOVE WS-GL-OUT-COUNT TO WS-REMOVED-COUNT
           MOVE WS-GL-IN-COUNT  TO WS-ARRIVED-COUNT
           MOVE "GL POSITIONS" TO CONTROL-LINE
           MOVE WS-GL-SKIPPED TO WS-LEFT-COUNT
           PERFORM WRITE-COUNT-LINE

           MOVE WS-GL-OUT-CREDITS TO WS-REMOVED-AMOUNT
           MOVE WS-GL-IN-DEBITS   TO WS-ARRIVED-AMOUNT
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-REMOVED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-ARRIVED-AMOUNT TO WS-AMOUNT-EDIT-2
           STRING "  DEBIT POSITIONS OUT " WS-AMOUNT-EDIT
               " IN " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-REMOVED-AMOUNT NOT = WS-ARRIVED-AMOUNT
               MOVE "N" TO WS-CONTROL-FLAG
           END-IF

           MOVE WS-GL-OUT-DEBITS  TO WS-REMOVED-AMOUNT
           MOVE WS-GL-IN-CREDITS  TO WS-ARRIVED-AMOUNT
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-REMOVED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-ARRIVED-AMOUNT TO WS-AMOUNT-EDIT-2
           STRING "  CREDIT POSITIONS OUT " WS-AMOUNT-EDIT
               " IN " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-REMOVED-AMOUNT NOT = WS-ARRIVED-AMOUNT
              OR WS-GL-SKIPPED > 0
               MOVE "N" TO WS-CONTROL-FLAG
           END-IF

           MOVE SPACES TO CONTROL-LINE
           IF WS-CONTROL-AGREES
               MOVE "CONTROL AGREES - REMOVED EQUALS ARRIVED"
                   TO CONTROL-LINE
           ELSE
               STRING "*** CONTROL OUT - INVESTIGATE BEFORE THE"
                   " BRANCH IS RETIRED ***"
                   DELIMITED BY SIZE INTO CONTROL-LINE
           END-IF
           WRITE CONTROL-LINE.

      * CALLED WITH THE CATEGORY NAME ALREADY IN CONTROL-LINE AND
      * WHAT IS LEFT ON THE CLOSING BRANCH IN WS-LEFT-COUNT.
       WRITE-COUNT-LINE.
           MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO CONTROL-LINE(16:10)
           MOVE WS-ARRIVED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO CONTROL-LINE(28:10)
           MOVE WS-LEFT-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO CONTROL-LINE(42:10)
           WRITE CONTROL-LINE
           IF WS-REMOVED-COUNT NOT = WS-ARRIVED-COUNT
              OR WS-LEFT-COUNT > 0
               MOVE "N" TO WS-CONTROL-FLAG
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-REMOVED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-ARRIVED-AMOUNT TO WS-AMOUNT-EDIT-2
           STRING "  BALANCES REMOVED " WS-AMOUNT-EDIT
               " ARRIVED " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-REMOVED-AMOUNT NOT = WS-ARRIVED-AMOUNT
               MOVE "N" TO WS-CONTROL-FLAG
           END-IF.
