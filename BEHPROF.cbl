       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEHPROF.

      *****************************************************
      * Nightly debit behavior profile build, run after      *
      * HISTLOAD. For every open account the debits on        *
      * TXNHIST inside the profile window give the normal      *
      * debit size and the channel mix; the last ATM debit date *
      * is carried from the previous profile; and the day's      *
      * withdrawal file adds the branches the account drew money  *
      * at, a branch unused for the whole window dropping off.     *
      * WITHDRAWAL, TRANSFER and the channel formatter score each   *
      * new debit against the profile through BEHSCORE.              *
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

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT DAILY-WITHDRAWALS ASSIGN TO "DLYWTHDR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DLYWTHDR-STATUS.

           SELECT BEHAVIOR-PROFILES ASSIGN TO "BEHPROF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BHP-ACCOUNT-NUMBER
               FILE STATUS WS-BEHPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       FD  DAILY-WITHDRAWALS.
       COPY "DLYWTH.cpy".

       FD  BEHAVIOR-PROFILES.
       COPY "BEHPROF.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-BEHPROF-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-HIST-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 WS-PROFILE-FLAG     PIC X      VALUE "N".
          88 WS-PROFILE-ON-FILE VALUE "Y".
      * THE PROFILE LOOKS BACK THIS MANY DAYS.
       01 WS-WINDOW-DAYS      PIC 9(3)   VALUE 90.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-WINDOW-INTEGER   PIC 9(8).
       01 WS-WINDOW-START     PIC 9(8).
       01 WS-HISTORY-START    PIC 9(8).
       01 WS-BUILT-COUNT      PIC 9(7)   VALUE 0.
       01 WS-NEW-COUNT        PIC 9(7)   VALUE 0.
       01 I                   PIC 9(4).
       01 J                   PIC 9(4).
       01 K                   PIC 9(4).
      * TODAY'S WITHDRAWALS, ACCOUNT AND BRANCH OF ENTRY.
       01 WS-WDR-COUNT        PIC 9(4)   VALUE 0.
       01 WS-WDR-TABLE.
          05 WS-WDR-ENTRY OCCURS 5000 TIMES.
             10 WSW-ACCOUNT-NUMBER  PIC 9(10).
             10 WSW-BRANCH          PIC X(4).
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

           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-TODAYS-WITHDRAWALS

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF NOT ACM-ACCT-CLOSED
                           PERFORM BUILD-ONE-PROFILE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "BEHAVIOR PROFILE BUILD COMPLETE - "
               WS-BUILT-COUNT " PROFILE(S), " WS-NEW-COUNT " NEW"

           CLOSE ACCOUNT-MASTER
           IF WS-TXNHIST-STATUS NOT = "35"
               CLOSE TRANSACTION-HISTORY
           END-IF
           CLOSE BEHAVIOR-PROFILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "BEHPROF " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TXNHIST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BEHPROF " "TXNHIST"
               WS-TXNHIST-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O BEHAVIOR-PROFILES
           IF WS-BEHPROF-STATUS = "35"
               OPEN OUTPUT BEHAVIOR-PROFILES
               CLOSE BEHAVIOR-PROFILES
               OPEN I-O BEHAVIOR-PROFILES
           END-IF
           CALL "FILERR" USING "BEHPROF " "BEHPROF" WS-BEHPROF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * TELLER, ATM AND POS WITHDRAWALS ALL LAND ON THE DAILY
      * FILE WITH THEIR BRANCH OF ENTRY - THE ONLY PLACE THE
      * BRANCH IS KEPT, SINCE TXNHIST DOES NOT CARRY IT.
       LOAD-TODAYS-WITHDRAWALS.
           OPEN INPUT DAILY-WITHDRAWALS
           IF WS-DLYWTHDR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "BEHPROF " "DLYWTHDR"
                   WS-DLYWTHDR-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-INPUT
                   READ DAILY-WITHDRAWALS
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF WTR-ENTRY-BRANCH NOT = SPACES
                              AND WS-WDR-COUNT < 5000
                               ADD 1 TO WS-WDR-COUNT
                               MOVE WTR-ACCOUNT-NUMBER
                                   TO WSW-ACCOUNT-NUMBER(WS-WDR-COUNT)
                               MOVE WTR-ENTRY-BRANCH
                                   TO WSW-BRANCH(WS-WDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-WITHDRAWALS
           END-IF.

      * AN ACCOUNT PROFILED FOR THE FIRST TIME HAS ITS WHOLE
      * HISTORY READ, SO AN OLD ATM DEBIT IS FOUND; AFTER THAT
      * ONLY THE WINDOW IS READ AND THE ATM DATE CARRIES.
       BUILD-ONE-PROFILE.
           MOVE ACM-ACCOUNT-NUMBER TO BHP-ACCOUNT-NUMBER
           READ BEHAVIOR-PROFILES
               INVALID KEY
                   MOVE "N" TO WS-PROFILE-FLAG
                   INITIALIZE BEHAVIOR-PROFILE-RECORD
                   MOVE ACM-ACCOUNT-NUMBER TO BHP-ACCOUNT-NUMBER
                   MOVE 0 TO WS-HISTORY-START
               NOT INVALID KEY
                   SET WS-PROFILE-ON-FILE TO TRUE
                   MOVE WS-WINDOW-START TO WS-HISTORY-START
           END-READ

           MOVE WS-TS-DATE TO BHP-BUILT-DATE
           MOVE 0 TO BHP-DEBIT-COUNT
           MOVE 0 TO BHP-DEBIT-TOTAL
           MOVE 0 TO BHP-AVERAGE-DEBIT
           MOVE 0 TO BHP-LARGEST-DEBIT
           MOVE 0 TO BHP-TLR-COUNT
           MOVE 0 TO BHP-ATM-COUNT
           MOVE 0 TO BHP-POS-COUNT
           MOVE 0 TO BHP-OTHER-COUNT

           IF WS-TXNHIST-STATUS NOT = "35"
               PERFORM READ-ACCOUNT-DEBITS
           END-IF
           IF BHP-DEBIT-COUNT > 0
               COMPUTE BHP-AVERAGE-DEBIT ROUNDED =
                   BHP-DEBIT-TOTAL / BHP-DEBIT-COUNT
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WDR-COUNT
               IF WSW-ACCOUNT-NUMBER(I) = ACM-ACCOUNT-NUMBER
                   PERFORM NOTE-BRANCH-USED
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               IF BHP-BRANCH-DATE(J) < WS-WINDOW-START
                   MOVE SPACES TO BHP-BRANCH(J)
                   MOVE 0      TO BHP-BRANCH-DATE(J)
               END-IF
           END-PERFORM

           IF WS-PROFILE-ON-FILE
               REWRITE BEHAVIOR-PROFILE-RECORD
           ELSE
               WRITE BEHAVIOR-PROFILE-RECORD
               ADD 1 TO WS-NEW-COUNT
           END-IF
           CALL "FILERR" USING "BEHPROF " "BEHPROF" WS-BEHPROF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-BUILT-COUNT.

       READ-ACCOUNT-DEBITS.
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE ACM-ACCOUNT-NUMBER TO THR-ACCOUNT-NUMBER
           MOVE WS-HISTORY-START   TO THR-POSTING-DATE
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
                           IF THR-WITHDRAWAL
                               PERFORM PROFILE-ONE-DEBIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROFILE-ONE-DEBIT.
           IF THR-CHANNEL-CODE = "ATM"
              AND THR-POSTING-DATE > BHP-LAST-ATM-DATE
               MOVE THR-POSTING-DATE TO BHP-LAST-ATM-DATE
           END-IF
           IF THR-POSTING-DATE >= WS-WINDOW-START
               ADD 1 TO BHP-DEBIT-COUNT
               ADD THR-TRANS-AMOUNT TO BHP-DEBIT-TOTAL
               IF THR-TRANS-AMOUNT > BHP-LARGEST-DEBIT
                   MOVE THR-TRANS-AMOUNT TO BHP-LARGEST-DEBIT
               END-IF
               EVALUATE THR-CHANNEL-CODE
                   WHEN "TLR"
                       ADD 1 TO BHP-TLR-COUNT
                   WHEN "ATM"
                       ADD 1 TO BHP-ATM-COUNT
                   WHEN "POS"
                       ADD 1 TO BHP-POS-COUNT
                   WHEN OTHER
                       ADD 1 TO BHP-OTHER-COUNT
               END-EVALUATE
           END-IF.

      * A BRANCH ALREADY ON THE PROFILE IS RE-DATED; A NEW ONE
      * TAKES AN EMPTY SLOT, OR THE SLOT USED LEAST RECENTLY.
       NOTE-BRANCH-USED.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               IF BHP-BRANCH(J) = WSW-BRANCH(I)
                   MOVE J TO K
               END-IF
           END-PERFORM
           IF K = 0
               MOVE 1 TO K
               PERFORM VARYING J FROM 2 BY 1 UNTIL J > 5
                   IF BHP-BRANCH-DATE(J) < BHP-BRANCH-DATE(K)
                       MOVE J TO K
                   END-IF
               END-PERFORM
               MOVE WSW-BRANCH(I) TO BHP-BRANCH(K)
           END-IF
           MOVE WS-TS-DATE TO BHP-BRANCH-DATE(K).
