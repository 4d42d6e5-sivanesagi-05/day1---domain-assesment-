       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMNT.

      *****************************************************
      * Chart-of-accounts and GL posting-rule maintenance    *
      * for finance. Define or amend a GL account with its    *
      * class, close or reopen one, set or remove the rule     *
      * that maps a program's posting event to its debit and   *
      * credit accounts, or list either table. Every change     *
      * needs an active supervisor on OPERMAST; a rule may       *
      * only point at open accounts already on the chart.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "GLCOA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COA-GL-ACCOUNT
               FILE STATUS WS-GLCOA-STATUS.

           SELECT GL-POSTING-RULES ASSIGN TO "GLRULE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GPR-KEY
               FILE STATUS WS-GLRULE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  GL-POSTING-RULES.
       COPY "GLRULE.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-GLRULE-STATUS    PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-TABLE     VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-ACCOUNT VALUE "A".
          88 WS-CLOSE-ACCOUNT VALUE "C".
          88 WS-REOPEN-ACCOUNT VALUE "O".
          88 WS-LIST-CHART    VALUE "L".
          88 WS-SET-RULE      VALUE "R".
          88 WS-DELETE-RULE   VALUE "D".
          88 WS-LIST-RULES    VALUE "P".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-GL-ACCOUNT       PIC X(8).
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-ACCOUNT-OK       PIC X.
          88 WS-GL-USABLE     VALUE "Y".
       01 WS-RULES-USING      PIC 9(5)   VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ACCOUNT: DEFINE(A) CLOSE(C) REOPEN(O) "
               "LIST(L)".
           DISPLAY "         RULE: SET(R) DELETE(D) LIST(P): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           IF NOT WS-LIST-CHART AND NOT WS-LIST-RULES
               PERFORM CHECK-SUPERVISOR-ROLE
               IF NOT WS-AUTHORIZED
                   DISPLAY "GL table changes need a supervisor - "
                       "request refused"
                   GOBACK
               END-IF
           END-IF

           PERFORM OPEN-THE-TABLES

           EVALUATE TRUE
               WHEN WS-DEFINE-ACCOUNT
                   PERFORM DEFINE-THE-ACCOUNT
               WHEN WS-CLOSE-ACCOUNT
                   PERFORM CLOSE-THE-ACCOUNT
               WHEN WS-REOPEN-ACCOUNT
                   PERFORM REOPEN-THE-ACCOUNT
               WHEN WS-LIST-CHART
                   PERFORM LIST-THE-CHART
               WHEN WS-SET-RULE
                   PERFORM SET-THE-RULE
               WHEN WS-DELETE-RULE
                   PERFORM DELETE-THE-RULE
               WHEN WS-LIST-RULES
                   PERFORM LIST-THE-RULES
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE

           CLOSE CHART-OF-ACCOUNTS
           CLOSE GL-POSTING-RULES

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "COAMNT  " "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
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

       OPEN-THE-TABLES.
           OPEN I-O CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               OPEN OUTPUT CHART-OF-ACCOUNTS
               CLOSE CHART-OF-ACCOUNTS
               OPEN I-O CHART-OF-ACCOUNTS
           END-IF
           CALL "FILERR" USING "COAMNT  " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O GL-POSTING-RULES
           IF WS-GLRULE-STATUS = "35"
               OPEN OUTPUT GL-POSTING-RULES
               CLOSE GL-POSTING-RULES
               OPEN I-O GL-POSTING-RULES
           END-IF
           CALL "FILERR" USING "COAMNT  " "GLRULE" WS-GLRULE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       DEFINE-THE-ACCOUNT.
           DISPLAY "ENTER GL ACCOUNT (8 CHARS): ".
           ACCEPT WS-GL-ACCOUNT.

           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   PERFORM ACCEPT-ACCOUNT-FIELDS
                   SET COA-ACCOUNT-OPEN TO TRUE
                   IF COA-ASSET OR COA-LIABILITY OR COA-INCOME
                      OR COA-EXPENSE
                       WRITE CHART-OF-ACCOUNTS-RECORD
                   END-IF
               NOT INVALID KEY
                   PERFORM ACCEPT-ACCOUNT-FIELDS
                   IF COA-ASSET OR COA-LIABILITY OR COA-INCOME
                      OR COA-EXPENSE
                       REWRITE CHART-OF-ACCOUNTS-RECORD
                   END-IF
           END-READ

           IF COA-ASSET OR COA-LIABILITY OR COA-INCOME OR COA-EXPENSE
               CALL "FILERR" USING "COAMNT  " "GLCOA" WS-GLCOA-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "GL ACCOUNT " WS-GL-ACCOUNT " ON CHART - "
                   COA-DESCRIPTION " CLASS " COA-CLASS
           ELSE
               DISPLAY "INVALID CLASS - ENTER A, L, I OR E"
           END-IF.

       ACCEPT-ACCOUNT-FIELDS.
           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT

           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT COA-DESCRIPTION.

           DISPLAY "CLASS - ASSET(A) LIABILITY(L) INCOME(I) "
               "EXPENSE(E): ".
           ACCEPT COA-CLASS.

           MOVE WS-OPERATOR-ID TO COA-SET-BY
           MOVE WS-TS-DATE     TO COA-SET-DATE.

      * CLOSING AN ACCOUNT THAT RULES STILL POINT AT IS ALLOWED -
      * FINANCE MAY WANT THE POSTINGS IN SUSPENSE WHILE THE NEW
      * LINE IS AGREED - BUT THE OPERATOR IS TOLD HOW MANY.
       CLOSE-THE-ACCOUNT.
           DISPLAY "ENTER GL ACCOUNT TO CLOSE: ".
           ACCEPT WS-GL-ACCOUNT.

           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   DISPLAY "GL account not on chart"
               NOT INVALID KEY
                   SET COA-ACCOUNT-CLOSED TO TRUE
                   MOVE WS-OPERATOR-ID TO COA-SET-BY
                   MOVE WS-TS-DATE     TO COA-SET-DATE
                   REWRITE CHART-OF-ACCOUNTS-RECORD
                   CALL "FILERR" USING "COAMNT  " "GLCOA"
                       WS-GLCOA-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   PERFORM COUNT-RULES-USING
                   DISPLAY "GL ACCOUNT " WS-GL-ACCOUNT " CLOSED - "
                       WS-RULES-USING " RULE(S) STILL POINT AT IT"
           END-READ.

       COUNT-RULES-USING.
           MOVE 0 TO WS-RULES-USING
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GPR-KEY
           START GL-POSTING-RULES KEY NOT LESS THAN GPR-KEY
               INVALID KEY SET END-OF-TABLE TO TRUE
           END-START
           PERFORM UNTIL END-OF-TABLE
               READ GL-POSTING-RULES NEXT RECORD
                   AT END SET END-OF-TABLE TO TRUE
                   NOT AT END
                       IF GPR-DR-GL-ACCOUNT = WS-GL-ACCOUNT
                          OR GPR-CR-GL-ACCOUNT = WS-GL-ACCOUNT
                           ADD 1 TO WS-RULES-USING
                       END-IF
               END-READ
           END-PERFORM.

       REOPEN-THE-ACCOUNT.
           DISPLAY "ENTER GL ACCOUNT TO REOPEN: ".
           ACCEPT WS-GL-ACCOUNT.

           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   DISPLAY "GL account not on chart"
               NOT INVALID KEY
                   SET COA-ACCOUNT-OPEN TO TRUE
                   MOVE WS-OPERATOR-ID TO COA-SET-BY
                   MOVE WS-TS-DATE     TO COA-SET-DATE
                   REWRITE CHART-OF-ACCOUNTS-RECORD
                   CALL "FILERR" USING "COAMNT  " "GLCOA"
                       WS-GLCOA-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "GL ACCOUNT " WS-GL-ACCOUNT " REOPENED"
           END-READ.

       LIST-THE-CHART.
           PERFORM UNTIL END-OF-TABLE
               READ CHART-OF-ACCOUNTS NEXT RECORD
                   AT END SET END-OF-TABLE TO TRUE
                   NOT AT END
                       DISPLAY "  " COA-GL-ACCOUNT
                           " " COA-DESCRIPTION
                           " " COA-CLASS
                           " " COA-STATUS
                           " " COA-SET-BY
                           " " COA-SET-DATE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " GL ACCOUNT(S) ON CHART".

       SET-THE-RULE.
           DISPLAY "ENTER SOURCE PROGRAM (8 CHARS): ".
           ACCEPT GPR-SOURCE-PROGRAM.
           DISPLAY "ENTER POSTING EVENT (8 CHARS): ".
           ACCEPT GPR-EVENT.
           DISPLAY "ENTER ACCOUNT TYPE (** = ALL TYPES): ".
           ACCEPT GPR-ACCOUNT-TYPE.
           DISPLAY "ENTER DEBIT GL ACCOUNT: ".
           ACCEPT WS-DR-GL.
           DISPLAY "ENTER CREDIT GL ACCOUNT: ".
           ACCEPT WS-CR-GL.

           MOVE WS-DR-GL TO WS-GL-ACCOUNT
           PERFORM CHECK-ACCOUNT-USABLE
           IF NOT WS-GL-USABLE
               DISPLAY "Debit account " WS-DR-GL
                   " is not an open chart account - rule refused"
           ELSE
               MOVE WS-CR-GL TO WS-GL-ACCOUNT
               PERFORM CHECK-ACCOUNT-USABLE
               IF NOT WS-GL-USABLE
                   DISPLAY "Credit account " WS-CR-GL
                       " is not an open chart account - rule refused"
               ELSE
                   PERFORM WRITE-THE-RULE
               END-IF
           END-IF.

       CHECK-ACCOUNT-USABLE.
           MOVE "N" TO WS-ACCOUNT-OK
           MOVE WS-GL-ACCOUNT TO COA-GL-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COA-ACCOUNT-OPEN
                       SET WS-GL-USABLE TO TRUE
                   END-IF
           END-READ.

       WRITE-THE-RULE.
           READ GL-POSTING-RULES
               INVALID KEY
                   MOVE WS-DR-GL       TO GPR-DR-GL-ACCOUNT
                   MOVE WS-CR-GL       TO GPR-CR-GL-ACCOUNT
                   MOVE WS-OPERATOR-ID TO GPR-SET-BY
                   MOVE WS-TS-DATE     TO GPR-SET-DATE
                   WRITE GL-POSTING-RULE-RECORD
               NOT INVALID KEY
                   MOVE WS-DR-GL       TO GPR-DR-GL-ACCOUNT
                   MOVE WS-CR-GL       TO GPR-CR-GL-ACCOUNT
                   MOVE WS-OPERATOR-ID TO GPR-SET-BY
                   MOVE WS-TS-DATE     TO GPR-SET-DATE
                   REWRITE GL-POSTING-RULE-RECORD
           END-READ
           CALL "FILERR" USING "COAMNT  " "GLRULE" WS-GLRULE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "RULE " GPR-SOURCE-PROGRAM " " GPR-EVENT " "
               GPR-ACCOUNT-TYPE " - DR " WS-DR-GL " CR " WS-CR-GL.

       DELETE-THE-RULE.
           DISPLAY "ENTER SOURCE PROGRAM (8 CHARS): ".
           ACCEPT GPR-SOURCE-PROGRAM.
           DISPLAY "ENTER POSTING EVENT (8 CHARS): ".
           ACCEPT GPR-EVENT.
           DISPLAY "ENTER ACCOUNT TYPE (** = ALL TYPES): ".
           ACCEPT GPR-ACCOUNT-TYPE.

           READ GL-POSTING-RULES
               INVALID KEY
                   DISPLAY "No such rule"
               NOT INVALID KEY
                   DELETE GL-POSTING-RULES
                   CALL "FILERR" USING "COAMNT  " "GLRULE"
                       WS-GLRULE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "RULE " GPR-SOURCE-PROGRAM " " GPR-EVENT
                       " " GPR-ACCOUNT-TYPE " REMOVED"
           END-READ.

       LIST-THE-RULES.
           PERFORM UNTIL END-OF-TABLE
               READ GL-POSTING-RULES NEXT RECORD
                   AT END SET END-OF-TABLE TO TRUE
                   NOT AT END
                       DISPLAY "  " GPR-SOURCE-PROGRAM
                           " " GPR-EVENT
                           " " GPR-ACCOUNT-TYPE
                           " DR " GPR-DR-GL-ACCOUNT
                           " CR " GPR-CR-GL-ACCOUNT
                           " " GPR-SET-BY
                           " " GPR-SET-DATE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " POSTING RULE(S) ON FILE".
