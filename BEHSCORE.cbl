       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEHSCORE.

      *****************************************************
      * Common debit anomaly score, shared the way WLSCREEN  *
      * is shared for name screening. Callers pass the debit  *
      * account, its booking customer, the amount, the channel *
      * and the branch of entry (spaces when there is none) and *
      * get back a score, the tags of the tests that fired, and  *
      * a flag saying the debit must wait for a supervisor on     *
      * AUTHPEND. The tests measure the debit against the nightly  *
      * BEHPROF profile - many times the normal debit, a first ATM  *
      * debit in years, a branch the account has not used - and      *
      * against a recent DORMREAC reactivation or ADDRMNT address     *
      * change. A missing file scores nothing.                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEHAVIOR-PROFILES ASSIGN TO "BEHPROF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BHP-ACCOUNT-NUMBER
               FILE STATUS WS-BEHPROF-STATUS.

           SELECT DORMANCY-REGISTER ASSIGN TO "DORMREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DRG-ACCOUNT-NUMBER
               FILE STATUS WS-DORMREG-STATUS.

           SELECT ADDRESS-STATUS-FILE ASSIGN TO "ADDRSTAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADS-CUSTOMER-ID
               FILE STATUS WS-ADDRSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEHAVIOR-PROFILES.
       COPY "BEHPROF.cpy".

       FD  DORMANCY-REGISTER.
       COPY "DORMREG.cpy".

       FD  ADDRESS-STATUS-FILE.
       COPY "ADDRSTAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BEHPROF-STATUS   PIC XX.
       01 WS-DORMREG-STATUS   PIC XX.
       01 WS-ADDRSTAT-STATUS  PIC XX.
      * THE WEIGHTS, THE LOOK-BACK DAYS AND THE REFERRAL LINE
      * ARE THE FRAUD DESK'S SETTINGS. THE AMOUNT TEST NEEDS A
      * FEW DEBITS ON THE PROFILE BEFORE AN AVERAGE MEANS
      * ANYTHING, AND SMALL DEBITS NEVER REFER WHATEVER THEY
      * SCORE.
       01 WS-REFER-SCORE      PIC 9(3)   VALUE 50.
       01 WS-REFER-MIN-AMOUNT PIC 9(9)V99 VALUE 500.
       01 WS-MIN-DEBIT-COUNT  PIC 9(5)   VALUE 3.
       01 WS-AMOUNT-HIGH-MULT PIC 9(3)   VALUE 5.
       01 WS-AMOUNT-HIGH-PTS  PIC 9(3)   VALUE 40.
       01 WS-AMOUNT-MID-MULT  PIC 9(3)   VALUE 3.
       01 WS-AMOUNT-MID-PTS   PIC 9(3)   VALUE 25.
       01 WS-ATM-IDLE-DAYS    PIC 9(5)   VALUE 730.
       01 WS-ATM-PTS          PIC 9(3)   VALUE 30.
       01 WS-REACT-DAYS       PIC 9(3)   VALUE 30.
       01 WS-REACT-PTS        PIC 9(3)   VALUE 35.
       01 WS-ADDR-DAYS        PIC 9(3)   VALUE 30.
       01 WS-ADDR-PTS         PIC 9(3)   VALUE 25.
       01 WS-BRANCH-PTS       PIC 9(3)   VALUE 20.
       01 WS-PROFILE-FLAG     PIC X      VALUE "N".
          88 WS-PROFILE-FOUND VALUE "Y".
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-KNOWN  VALUE "Y".
       01 WS-BRANCH-SLOTS     PIC 9.
       01 WS-REASON-POS       PIC 9(2).
       01 WS-TAG              PIC X(4).
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DAYS-SINCE       PIC S9(8).
       01 J                   PIC 9(4).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-CUSTOMER-ID      PIC 9(8).
       01 LS-AMOUNT           PIC 9(9)V99.
       01 LS-CHANNEL          PIC X(3).
       01 LS-BRANCH           PIC X(4).
       01 LS-SCORE            PIC 9(3).
      * UP TO FIVE FOUR-CHARACTER TAGS, ONE SPACE APART: AMT,
      * ATM, DORM, ADDR, BRCH.
       01 LS-REASON           PIC X(25).
       01 LS-REFER-FLAG       PIC X.
          88 LS-REFER-DEBIT   VALUE "Y".
          88 LS-DEBIT-CLEAR   VALUE "N".

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-CUSTOMER-ID
                                LS-AMOUNT LS-CHANNEL LS-BRANCH
                                LS-SCORE LS-REASON LS-REFER-FLAG.
       MAIN-LOGIC.
           MOVE 0 TO LS-SCORE
           MOVE SPACES TO LS-REASON
           SET LS-DEBIT-CLEAR TO TRUE
           MOVE 1 TO WS-REASON-POS

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM SCORE-AGAINST-PROFILE
           PERFORM SCORE-REACTIVATION
           PERFORM SCORE-ADDRESS-CHANGE

           IF LS-SCORE >= WS-REFER-SCORE
              AND LS-AMOUNT >= WS-REFER-MIN-AMOUNT
               SET LS-REFER-DEBIT TO TRUE
           END-IF

           GOBACK.

      * NO PROFILE YET - A NEW ACCOUNT, OR THE FIRST NIGHT'S
      * BUILD NOT RUN - MEANS THERE IS NO NORMAL TO COMPARE.
       SCORE-AGAINST-PROFILE.
           MOVE "N" TO WS-PROFILE-FLAG
           OPEN INPUT BEHAVIOR-PROFILES
           IF WS-BEHPROF-STATUS = "00"
               MOVE LS-ACCOUNT-NUMBER TO BHP-ACCOUNT-NUMBER
               READ BEHAVIOR-PROFILES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PROFILE-FOUND TO TRUE
               END-READ
               CLOSE BEHAVIOR-PROFILES
           END-IF

           IF WS-PROFILE-FOUND
               PERFORM SCORE-DEBIT-SIZE
               PERFORM SCORE-ATM-USE
               PERFORM SCORE-BRANCH
           END-IF.

       SCORE-DEBIT-SIZE.
           IF BHP-DEBIT-COUNT >= WS-MIN-DEBIT-COUNT
              AND BHP-AVERAGE-DEBIT > 0
               EVALUATE TRUE
                   WHEN LS-AMOUNT >=
                        BHP-AVERAGE-DEBIT * WS-AMOUNT-HIGH-MULT
                       ADD WS-AMOUNT-HIGH-PTS TO LS-SCORE
                       MOVE "AMT" TO WS-TAG
                       PERFORM ADD-REASON-TAG
                   WHEN LS-AMOUNT >=
                        BHP-AVERAGE-DEBIT * WS-AMOUNT-MID-MULT
                       ADD WS-AMOUNT-MID-PTS TO LS-SCORE
                       MOVE "AMT" TO WS-TAG
                       PERFORM ADD-REASON-TAG
               END-EVALUATE
           END-IF.

      * AN ACCOUNT WITH DEBITS ON ITS PROFILE BUT NO ATM DEBIT
      * FOR YEARS - OR EVER - SUDDENLY DRAWING AT A MACHINE IS
      * THE STOLEN-CARD PATTERN.
       SCORE-ATM-USE.
           IF LS-CHANNEL = "ATM"
               IF BHP-LAST-ATM-DATE = 0
                   IF BHP-DEBIT-COUNT > 0
                       ADD WS-ATM-PTS TO LS-SCORE
                       MOVE "ATM" TO WS-TAG
                       PERFORM ADD-REASON-TAG
                   END-IF
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(BHP-LAST-ATM-DATE)
                   IF WS-DAYS-SINCE > WS-ATM-IDLE-DAYS
                       ADD WS-ATM-PTS TO LS-SCORE
                       MOVE "ATM" TO WS-TAG
                       PERFORM ADD-REASON-TAG
                   END-IF
               END-IF
           END-IF.

      * ONLY WHEN THE PROFILE HAS BRANCHES TO COMPARE WITH - AN
      * ACCOUNT THAT NEVER WITHDREW CASH HAS NO USUAL BRANCH.
       SCORE-BRANCH.
           IF LS-BRANCH NOT = SPACES
               MOVE "N" TO WS-BRANCH-FLAG
               MOVE 0 TO WS-BRANCH-SLOTS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   IF BHP-BRANCH(J) NOT = SPACES
                       ADD 1 TO WS-BRANCH-SLOTS
                       IF BHP-BRANCH(J) = LS-BRANCH
                           SET WS-BRANCH-KNOWN TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BRANCH-SLOTS > 0 AND NOT WS-BRANCH-KNOWN
                   ADD WS-BRANCH-PTS TO LS-SCORE
                   MOVE "BRCH" TO WS-TAG
                   PERFORM ADD-REASON-TAG
               END-IF
           END-IF.

       SCORE-REACTIVATION.
           OPEN INPUT DORMANCY-REGISTER
           IF WS-DORMREG-STATUS = "00"
               MOVE LS-ACCOUNT-NUMBER TO DRG-ACCOUNT-NUMBER
               READ DORMANCY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DRG-REACTIVATED
                          AND DRG-REACTIVATED-DATE > 0
                           COMPUTE WS-DAYS-SINCE = WS-TODAY-INTEGER
                               - FUNCTION INTEGER-OF-DATE
                                   (DRG-REACTIVATED-DATE)
                           IF WS-DAYS-SINCE <= WS-REACT-DAYS
                               ADD WS-REACT-PTS TO LS-SCORE
                               MOVE "DORM" TO WS-TAG
                               PERFORM ADD-REASON-TAG
                           END-IF
                       END-IF
               END-READ
               CLOSE DORMANCY-REGISTER
           END-IF.

      * ANY RECENT CHANGE COUNTS, VERIFIED OR NOT - THE ADDRESS
      * REFERRAL IN WITHDRAWAL ALREADY STOPS LARGE DEBITS ON AN
      * UNVERIFIED ONE.
       SCORE-ADDRESS-CHANGE.
           OPEN INPUT ADDRESS-STATUS-FILE
           IF WS-ADDRSTAT-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO ADS-CUSTOMER-ID
               READ ADDRESS-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADS-CHANGED-DATE > 0
                           COMPUTE WS-DAYS-SINCE = WS-TODAY-INTEGER
                               - FUNCTION INTEGER-OF-DATE
                                   (ADS-CHANGED-DATE)
                           IF WS-DAYS-SINCE <= WS-ADDR-DAYS
                               ADD WS-ADDR-PTS TO LS-SCORE
                               MOVE "ADDR" TO WS-TAG
                               PERFORM ADD-REASON-TAG
                           END-IF
                       END-IF
               END-READ
               CLOSE ADDRESS-STATUS-FILE
           END-IF.

       ADD-REASON-TAG.
           IF WS-REASON-POS < 25
               MOVE WS-TAG TO LS-REASON(WS-REASON-POS:4)
               ADD 5 TO WS-REASON-POS
           END-IF.
