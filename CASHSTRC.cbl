       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHSTRC.

      *****************************************************
      * Nightly cash-structuring scan across days, accounts  *
      * and branches - the splitting LRGCASH's one-day test   *
      * cannot see. Gathers the rolling window's cash          *
      * deposits, cash withdrawals and transfers out from       *
      * TXNHIST, and the branch of entry for each cash item from *
      * the DLYDEPGD and DLYWTHDR intake (kept across nights on   *
      * CASHWIN), and attributes every item to each owner of the   *
      * account - the booking customer and any active joint owner   *
      * on ACCTOWN. Flags customers with repeated cash amounts just  *
      * under the reporting threshold, cash at several branches       *
      * inside the window, and cash in followed quickly by a transfer  *
      * out. Each hit with fresh activity today is written to CASHALRT *
      * with its supporting transactions for the compliance desk to    *
      * decide whether to file.                                        *
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

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT DAILY-DEPOSITS ASSIGN TO "DLYDEPGD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYDEPGD-STATUS.

           SELECT DAILY-WITHDRAWALS ASSIGN TO "DLYWTHDR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYWTHDR-STATUS.

           SELECT CASH-WINDOW ASSIGN TO "CASHWIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CASHWIN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CASHALRT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CASHALRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       FD  DAILY-DEPOSITS.
       COPY "DLYDEP.cpy".

       FD  DAILY-WITHDRAWALS.
       COPY "DLYWTH.cpy".

       FD  CASH-WINDOW.
       COPY "CASHWIN.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ALERT-FILE.
      * ONE HEADER PER HIT - NEAR = REPEATED AMOUNTS JUST UNDER
      * THE THRESHOLD, BRCH = CASH AT SEVERAL BRANCHES, RAPD =
      * CASH IN THEN TRANSFERRED OUT - FOLLOWED BY ITS ITEMS.
       01 ALERT-HEADER-LINE.
          05 CAH-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 CAH-REPORT-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-CUSTOMER-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-RULE               PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-ITEM-COUNT         PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-ITEM-TOTAL         PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAH-MESSAGE            PIC X(30).
       01 ALERT-DETAIL-LINE.
          05 CAD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 CAD-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAD-ACTIVITY-DATE      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAD-TRANS-CODE         PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAD-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAD-ENTRY-BRANCH       PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CAD-TRANS-SEQ          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-DLYDEPGD-STATUS  PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-CASHWIN-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-CASHALRT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-HIST-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 WS-OWN-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-OWNERS    VALUE "Y".
       01 WS-TODAY-FLAG       PIC X      VALUE "N".
          88 WS-HAS-TODAY     VALUE "Y".
      * THE SAME REPORTING THRESHOLD AS LRGCASH. AN AMOUNT AT OR
      * ABOVE THE NEAR PERCENTAGE OF IT, BUT UNDER IT, IS "JUST
      * UNDER"; THE HIT AND BRANCH COUNTS AND THE RAPID-TRANSFER
      * DAYS AND PERCENTAGE ARE THE COMPLIANCE DESK'S SETTINGS.
       01 WS-REPORT-THRESHOLD PIC 9(9)   VALUE 10000.
       01 WS-WINDOW-DAYS      PIC 9(3)   VALUE 10.
       01 WS-NEAR-PERCENT     PIC 9(3)   VALUE 90.
       01 WS-NEAR-HIT-MIN     PIC 9(3)   VALUE 3.
       01 WS-BRANCH-HIT-MIN   PIC 9(3)   VALUE 3.
       01 WS-RAPID-DAYS       PIC 9(3)   VALUE 2.
       01 WS-RAPID-PERCENT    PIC 9(3)   VALUE 80.
       01 WS-NEAR-FLOOR       PIC 9(9)V99.
       01 WS-RAPID-FLOOR      PIC 9(9)V99.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-WINDOW-INTEGER   PIC 9(8).
       01 WS-WINDOW-START     PIC 9(8).
       01 WS-ALERT-COUNT      PIC 9(7)   VALUE 0.
       01 WS-OWNER-COUNT      PIC 9(2).
       01 WS-OWNER-TABLE.
          05 WS-OWNER-ID OCCURS 10 TIMES PIC 9(8).
       01 WS-ITEM-KIND        PIC X.
       01 WS-ITEM-CODE        PIC X(4).
       01 WS-ITEM-AMOUNT      PIC 9(9)V99.
       01 WS-ITEM-DATE        PIC 9(8).
       01 WS-ITEM-BRANCH      PIC X(4).
       01 WS-ITEM-SEQ         PIC 9(8).
       01 WS-ITEM-ACCOUNT     PIC 9(10).
       01 WS-ITEM-CUSTOMER    PIC 9(8).
       01 WS-HIT-COUNT        PIC 9(4).
       01 WS-HIT-TOTAL        PIC 9(11)V99.
       01 WS-RULE             PIC X(4).
       01 WS-RULE-MESSAGE     PIC X(30).
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
       01 K                   PIC 9(4).
       01 C                   PIC 9(4).
       01 M                   PIC 9(4).
       01 WS-FOUND-FLAG       PIC X.
          88 WS-FOUND         VALUE "Y".
       01 WS-CUST-COUNT       PIC 9(4)   VALUE 0.
       01 WS-CUSTOMER-TABLE.
          05 WSC-CUSTOMER-ID OCCURS 1000 TIMES PIC 9(8).
       01 WS-BRANCH-COUNT     PIC 9(2).
       01 WS-BRANCH-TABLE.
          05 WSB-BRANCH OCCURS 20 TIMES PIC X(4).
      * ONE SLOT PER ITEM PER OWNER ACROSS THE WINDOW. KIND I/O
      * ARE CASH IN/OUT OFF TXNHIST, T A TRANSFER OUT, B A
      * BRANCH-OF-ENTRY LINE OFF CASHWIN.
       01 WS-ITEM-COUNT       PIC 9(4)   VALUE 0.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
             10 WSI-CUSTOMER-ID     PIC 9(8).
             10 WSI-ACCOUNT-NUMBER  PIC 9(10).
             10 WSI-DATE            PIC 9(8).
             10 WSI-DAY-INTEGER     PIC 9(8).
             10 WSI-KIND            PIC X.
             10 WSI-TRANS-CODE      PIC X(4).
             10 WSI-AMOUNT          PIC 9(9)V99.
             10 WSI-BRANCH          PIC X(4).
             10 WSI-TRANS-SEQ       PIC 9(8).
             10 WSI-MARK            PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           COMPUTE WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           COMPUTE WS-NEAR-FLOOR =
               WS-REPORT-THRESHOLD * WS-NEAR-PERCENT / 100

           PERFORM OPEN-ALL-FILES

           PERFORM LOAD-CASH-WINDOW
           PERFORM ADD-TODAYS-DEPOSITS
           PERFORM ADD-TODAYS-WITHDRAWALS
           PERFORM SAVE-CASH-WINDOW
           PERFORM LOAD-HISTORY-ITEMS

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUST-COUNT
               PERFORM TEST-NEAR-THRESHOLD
               PERFORM TEST-BRANCH-BURST
               PERFORM TEST-CASH-THEN-TRANSFER
           END-PERFORM

           DISPLAY "CASH STRUCTURING SCAN COMPLETE - "
               WS-CUST-COUNT " CUSTOMER(S) SCANNED, "
               WS-ALERT-COUNT " ALERT(S)"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CASHSTRC" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CASHSTRC" "ACCTOWN"
               WS-ACCTOWN-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TXNHIST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CASHSTRC" "TXNHIST"
               WS-TXNHIST-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "CASHSTRC" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT ALERT-FILE
           CALL "FILERR" USING "CASHSTRC" "CASHALRT" WS-CASHALRT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ACCOUNT-MASTER
           IF WS-ACCTOWN-STATUS NOT = "35"
               CLOSE ACCOUNT-OWNERS
           END-IF
           IF WS-TXNHIST-STATUS NOT = "35"
               CLOSE TRANSACTION-HISTORY
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ALERT-FILE.

      * YESTERDAY'S WINDOW, LESS THE DAYS THAT HAVE ROLLED OFF.
      * ANY LINES ALREADY DATED TODAY ARE DROPPED TOO, SO A RERUN
      * TAKES THE INTAKE AGAIN WITHOUT COUNTING IT TWICE.
       LOAD-CASH-WINDOW.
           OPEN INPUT CASH-WINDOW
           IF WS-CASHWIN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CASHSTRC" "CASHWIN"
                   WS-CASHWIN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ CASH-WINDOW
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF CWN-ACTIVITY-DATE >= WS-WINDOW-START
                              AND CWN-ACTIVITY-DATE < WS-TS-DATE
                               MOVE CWN-CUSTOMER-ID
                                   TO WS-ITEM-CUSTOMER
                               MOVE CWN-ACCOUNT-NUMBER
                                   TO WS-ITEM-ACCOUNT
                               MOVE CWN-ACTIVITY-DATE TO WS-ITEM-DATE
                               MOVE CWN-ENTRY-BRANCH TO WS-ITEM-BRANCH
                               MOVE CWN-AMOUNT       TO WS-ITEM-AMOUNT
                               MOVE CWN-TRANS-SEQ    TO WS-ITEM-SEQ
                               IF CWN-CASH-IN
                                   MOVE "DLYD" TO WS-ITEM-CODE
                               ELSE
                                   MOVE "DLYW" TO WS-ITEM-CODE
                               END-IF
                               MOVE "B" TO WS-ITEM-KIND
                               PERFORM ADD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-WINDOW
           END-IF.

       ADD-TODAYS-DEPOSITS.
           OPEN INPUT DAILY-DEPOSITS
           IF WS-DLYDEPGD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CASHSTRC" "DLYDEPGD"
                   WS-DLYDEPGD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ DAILY-DEPOSITS
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF DTR-CASH-DEPOSIT
                               MOVE DTR-ACCOUNT-NUMBER
                                   TO WS-ITEM-ACCOUNT
                               MOVE DTR-ENTRY-BRANCH TO WS-ITEM-BRANCH
                               MOVE DTR-DEPOSIT-AMT  TO WS-ITEM-AMOUNT
                               MOVE DTR-TRANS-SEQ    TO WS-ITEM-SEQ
                               MOVE "DLYD"           TO WS-ITEM-CODE
                               PERFORM ADD-INTAKE-FOR-OWNERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-DEPOSITS
           END-IF.

      * POS PURCHASES ARRIVE ON THE SAME FILE BUT ARE NOT CASH.
       ADD-TODAYS-WITHDRAWALS.
           OPEN INPUT DAILY-WITHDRAWALS
           IF WS-DLYWTHDR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CASHSTRC" "DLYWTHDR"
                   WS-DLYWTHDR-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ DAILY-WITHDRAWALS
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF WTR-CHANNEL-CODE NOT = "POS"
                               MOVE WTR-ACCOUNT-NUMBER
                                   TO WS-ITEM-ACCOUNT
                               MOVE WTR-ENTRY-BRANCH TO WS-ITEM-BRANCH
                               MOVE WTR-WITHDRAW-AMT TO WS-ITEM-AMOUNT
                               MOVE WTR-TRANS-SEQ    TO WS-ITEM-SEQ
                               MOVE "DLYW"           TO WS-ITEM-CODE
                               PERFORM ADD-INTAKE-FOR-OWNERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-WITHDRAWALS
           END-IF.

       ADD-INTAKE-FOR-OWNERS.
           MOVE WS-ITEM-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-ACCOUNT-OWNERS
                   MOVE WS-TS-DATE TO WS-ITEM-DATE
                   MOVE "B"        TO WS-ITEM-KIND
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-OWNER-COUNT
                       MOVE WS-OWNER-ID(K) TO WS-ITEM-CUSTOMER
                       PERFORM ADD-ONE-ITEM
                   END-PERFORM
           END-READ.

      * THE WINDOW GOES BACK OUT WITH TONIGHT'S INTAKE ON IT FOR
      * TOMORROW'S RUN.
       SAVE-CASH-WINDOW.
           OPEN OUTPUT CASH-WINDOW
           CALL "FILERR" USING "CASHSTRC" "CASHWIN" WS-CASHWIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               MOVE WSI-DATE(I)           TO CWN-ACTIVITY-DATE
               MOVE WSI-CUSTOMER-ID(I)    TO CWN-CUSTOMER-ID
               MOVE WSI-ACCOUNT-NUMBER(I) TO CWN-ACCOUNT-NUMBER
               MOVE WSI-BRANCH(I)         TO CWN-ENTRY-BRANCH
               IF WSI-TRANS-CODE(I) = "DLYD"
                   SET CWN-CASH-IN  TO TRUE
               ELSE
                   SET CWN-CASH-OUT TO TRUE
               END-IF
               MOVE WSI-AMOUNT(I)         TO CWN-AMOUNT
               MOVE WSI-TRANS-SEQ(I)      TO CWN-TRANS-SEQ
               WRITE CASH-WINDOW-RECORD
           END-PERFORM
           CLOSE CASH-WINDOW.

      * EVERY ACCOUNT'S WINDOW OF HISTORY - HISTLOAD HAS ALREADY
      * LOADED TODAY'S POSTINGS WHEN THIS RUNS.
       LOAD-HISTORY-ITEMS.
           IF WS-TXNHIST-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO ACM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER
                   KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
                   INVALID KEY SET END-OF-INPUT TO TRUE
               END-START
               PERFORM UNTIL END-OF-INPUT
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ACCOUNT-HISTORY
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-ONE-ACCOUNT-HISTORY.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE ACM-ACCOUNT-NUMBER TO THR-ACCOUNT-NUMBER
           MOVE WS-WINDOW-START    TO THR-POSTING-DATE
           MOVE 0                  TO THR-TRANS-SEQ
           START TRANSACTION-HISTORY
               KEY IS NOT LESS THAN THR-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ TRANSACTION-HISTORY NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF THR-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           PERFORM CLASSIFY-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-HISTORY-ITEM.
           MOVE SPACE TO WS-ITEM-KIND
           EVALUATE THR-TRANS-CODE
               WHEN "CDEP"
                   MOVE "I" TO WS-ITEM-KIND
               WHEN "CWDR"
                   MOVE "O" TO WS-ITEM-KIND
               WHEN "TRFD"
               WHEN "WIRO"
                   MOVE "T" TO WS-ITEM-KIND
           END-EVALUATE
           IF WS-ITEM-KIND NOT = SPACE
               IF WS-OWNER-COUNT = 0
                   PERFORM FIND-ACCOUNT-OWNERS
               END-IF
               MOVE THR-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
               MOVE THR-POSTING-DATE   TO WS-ITEM-DATE
               MOVE THR-TRANS-CODE     TO WS-ITEM-CODE
               MOVE THR-TRANS-AMOUNT   TO WS-ITEM-AMOUNT
               MOVE SPACES             TO WS-ITEM-BRANCH
               MOVE THR-TRANS-SEQ      TO WS-ITEM-SEQ
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OWNER-COUNT
                   MOVE WS-OWNER-ID(K) TO WS-ITEM-CUSTOMER
                   PERFORM ADD-ONE-ITEM
               END-PERFORM
           END-IF.

      * THE BOOKING CUSTOMER ALWAYS, THEN EVERY OTHER ACTIVE
      * OWNER ON THE CROSS-REFERENCE - A JOINT HOLDER SPLITTING
      * CASH THROUGH A SHARED ACCOUNT IS CAUGHT UNDER BOTH NAMES.
       FIND-ACCOUNT-OWNERS.
           MOVE 1 TO WS-OWNER-COUNT
           MOVE ACM-CUSTOMER-ID TO WS-OWNER-ID(1)
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-OWN-EOF-FLAG
               MOVE ACM-ACCOUNT-NUMBER TO AOX-ACCOUNT-NUMBER
               MOVE 0                  TO AOX-CUSTOMER-ID
               START ACCOUNT-OWNERS KEY IS NOT LESS THAN AOX-KEY
                   INVALID KEY SET END-OF-OWNERS TO TRUE
               END-START
               PERFORM UNTIL END-OF-OWNERS
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-OWNERS TO TRUE
                       NOT AT END
                           IF AOX-ACCOUNT-NUMBER
                               NOT = ACM-ACCOUNT-NUMBER
                               SET END-OF-OWNERS TO TRUE
                           ELSE
                               IF AOX-OWNER-ACTIVE
                                  AND AOX-CUSTOMER-ID
                                      NOT = ACM-CUSTOMER-ID
                                  AND WS-OWNER-COUNT < 10
                                   ADD 1 TO WS-OWNER-COUNT
                                   MOVE AOX-CUSTOMER-ID
                                       TO WS-OWNER-ID(WS-OWNER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-ONE-ITEM.
           IF WS-ITEM-COUNT < 5000
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-CUSTOMER TO WSI-CUSTOMER-ID(WS-ITEM-COUNT)
               MOVE WS-ITEM-ACCOUNT
                   TO WSI-ACCOUNT-NUMBER(WS-ITEM-COUNT)
               MOVE WS-ITEM-DATE     TO WSI-DATE(WS-ITEM-COUNT)
               COMPUTE WSI-DAY-INTEGER(WS-ITEM-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
               MOVE WS-ITEM-KIND     TO WSI-KIND(WS-ITEM-COUNT)
               MOVE WS-ITEM-CODE     TO WSI-TRANS-CODE(WS-ITEM-COUNT)
               MOVE WS-ITEM-AMOUNT   TO WSI-AMOUNT(WS-ITEM-COUNT)
               MOVE WS-ITEM-BRANCH   TO WSI-BRANCH(WS-ITEM-COUNT)
               MOVE WS-ITEM-SEQ      TO WSI-TRANS-SEQ(WS-ITEM-COUNT)
               MOVE SPACE            TO WSI-MARK(WS-ITEM-COUNT)
               PERFORM ADD-TO-CUSTOMER-LIST
           ELSE
               DISPLAY "ITEM TABLE FULL - " WS-ITEM-ACCOUNT " "
                   WS-ITEM-DATE " NOT SCANNED"
           END-IF.

       ADD-TO-CUSTOMER-LIST.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CUST-COUNT OR WS-FOUND
               IF WSC-CUSTOMER-ID(J) = WS-ITEM-CUSTOMER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-ITEM-CUSTOMER
                       TO WSC-CUSTOMER-ID(WS-CUST-COUNT)
               ELSE
                   DISPLAY "CUSTOMER TABLE FULL - "
                       WS-ITEM-CUSTOMER " NOT SCANNED"
               END-IF
           END-IF.

       CLEAR-MARKS.
           MOVE 0   TO WS-HIT-COUNT
           MOVE 0   TO WS-HIT-TOTAL
           MOVE "N" TO WS-TODAY-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               MOVE SPACE TO WSI-MARK(I)
           END-PERFORM.

       MARK-ONE-ITEM.
           IF WSI-MARK(M) = SPACE
               MOVE "X" TO WSI-MARK(M)
               ADD 1 TO WS-HIT-COUNT
               ADD WSI-AMOUNT(M) TO WS-HIT-TOTAL
               IF WSI-DATE(M) = WS-TS-DATE
                   SET WS-HAS-TODAY TO TRUE
               END-IF
           END-IF.

      * CASH IN OR OUT JUST UNDER THE THRESHOLD, OFTEN ENOUGH
      * INSIDE THE WINDOW TO BE A PATTERN RATHER THAN CHANCE.
       TEST-NEAR-THRESHOLD.
           PERFORM CLEAR-MARKS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               IF WSI-CUSTOMER-ID(I) = WSC-CUSTOMER-ID(C)
                  AND (WSI-KIND(I) = "I" OR WSI-KIND(I) = "O")
                  AND WSI-AMOUNT(I) >= WS-NEAR-FLOOR
                  AND WSI-AMOUNT(I) < WS-REPORT-THRESHOLD
                   MOVE I TO M
                   PERFORM MARK-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT >= WS-NEAR-HIT-MIN AND WS-HAS-TODAY
               MOVE "NEAR" TO WS-RULE
               MOVE "Repeated amounts under limit"
                   TO WS-RULE-MESSAGE
               PERFORM WRITE-ALERT
           END-IF.

      * CASH TAKEN IN OR PAID OUT AT SEVERAL DIFFERENT BRANCHES
      * INSIDE THE WINDOW - EACH BRANCH SEES ONLY ITS OWN SHARE.
       TEST-BRANCH-BURST.
           PERFORM CLEAR-MARKS
           MOVE 0 TO WS-BRANCH-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               IF WSI-CUSTOMER-ID(I) = WSC-CUSTOMER-ID(C)
                  AND WSI-KIND(I) = "B"
                   MOVE I TO M
                   PERFORM MARK-ONE-ITEM
                   PERFORM COUNT-DISTINCT-BRANCH
               END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT >= WS-BRANCH-HIT-MIN AND WS-HAS-TODAY
               MOVE "BRCH" TO WS-RULE
               MOVE "Cash at multiple branches"
                   TO WS-RULE-MESSAGE
               PERFORM WRITE-ALERT
           END-IF.

       COUNT-DISTINCT-BRANCH.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-BRANCH-COUNT OR WS-FOUND
               IF WSB-BRANCH(J) = WSI-BRANCH(I)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-BRANCH-COUNT < 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WSI-BRANCH(I) TO WSB-BRANCH(WS-BRANCH-COUNT)
           END-IF.

      * A CASH DEPOSIT MOVED STRAIGHT ON - A TRANSFER OR WIRE OUT
      * OF MOST OF IT FROM ANY OF THE CUSTOMER'S ACCOUNTS WITHIN
      * THE RAPID-TRANSFER DAYS. BOTH LEGS ARE LISTED.
       TEST-CASH-THEN-TRANSFER.
           PERFORM CLEAR-MARKS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ITEM-COUNT
               IF WSI-CUSTOMER-ID(J) = WSC-CUSTOMER-ID(C)
                  AND WSI-KIND(J) = "I"
                   PERFORM MATCH-TRANSFERS-TO-J
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT > 0 AND WS-HAS-TODAY
               MOVE "RAPD" TO WS-RULE
               MOVE "Cash in then transferred out"
                   TO WS-RULE-MESSAGE
               PERFORM WRITE-ALERT
           END-IF.

       MATCH-TRANSFERS-TO-J.
           COMPUTE WS-RAPID-FLOOR =
               WSI-AMOUNT(J) * WS-RAPID-PERCENT / 100
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               IF WSI-CUSTOMER-ID(I) = WSC-CUSTOMER-ID(C)
                  AND WSI-KIND(I) = "T"
                  AND WSI-DAY-INTEGER(I) >= WSI-DAY-INTEGER(J)
                  AND WSI-DAY-INTEGER(I)
                      <= WSI-DAY-INTEGER(J) + WS-RAPID-DAYS
                  AND WSI-AMOUNT(I) >= WS-RAPID-FLOOR
                   MOVE I TO M
                   PERFORM MARK-ONE-ITEM
                   MOVE J TO M
                   PERFORM MARK-ONE-ITEM
               END-IF
           END-PERFORM.

       WRITE-ALERT.
           MOVE SPACES TO CAH-CUSTOMER-NAME
           MOVE WSC-CUSTOMER-ID(C) TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-CUSTOMER-NAME TO CAH-CUSTOMER-NAME
           END-READ
           MOVE "H"                TO CAH-RECORD-TYPE
           MOVE WS-TS-DATE         TO CAH-REPORT-DATE
           MOVE WSC-CUSTOMER-ID(C) TO CAH-CUSTOMER-ID
           MOVE WS-RULE            TO CAH-RULE
           MOVE WS-HIT-COUNT       TO CAH-ITEM-COUNT
           MOVE WS-HIT-TOTAL       TO CAH-ITEM-TOTAL
           MOVE WS-RULE-MESSAGE    TO CAH-MESSAGE
           WRITE ALERT-HEADER-LINE
           ADD 1 TO WS-ALERT-COUNT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
               IF WSI-MARK(I) = "X"
                   MOVE "D"                   TO CAD-RECORD-TYPE
                   MOVE WSI-ACCOUNT-NUMBER(I) TO CAD-ACCOUNT-NUMBER
                   MOVE WSI-DATE(I)           TO CAD-ACTIVITY-DATE
                   MOVE WSI-TRANS-CODE(I)     TO CAD-TRANS-CODE
                   MOVE WSI-AMOUNT(I)         TO CAD-AMOUNT
                   MOVE WSI-BRANCH(I)         TO CAD-ENTRY-BRANCH
                   MOVE WSI-TRANS-SEQ(I)      TO CAD-TRANS-SEQ
                   WRITE ALERT-DETAIL-LINE
               END-IF
           END-PERFORM.
