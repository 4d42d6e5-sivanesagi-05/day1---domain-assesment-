       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLMNT.

      *****************************************************
      * Biller-master maintenance - define a utility biller  *
      * or amend its name, settlement account,                *
      * consumer-number format and check-digit rule, suspend   *
      * or reinstate it, or list the master. The settlement     *
      * account must be an open account on ACCTMAST; an          *
      * alphanumeric consumer number carries no check digit.      *
      * Every change needs an active supervisor on OPERMAST.       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO "BILLER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BLR-BILLER-ID
               FILE STATUS WS-BILLER-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-MASTER.
       COPY "BILLER.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLER-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BILLERS   VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-BILLER VALUE "D".
          88 WS-SUSPEND-BILLER VALUE "S".
          88 WS-REINSTATE-BILLER VALUE "R".
          88 WS-LIST-BILLERS  VALUE "L".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-FIELDS-FLAG      PIC X.
          88 WS-FIELDS-GOOD   VALUE "Y".
       01 WS-BILLER-ID        PIC X(4).
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) SUSPEND(S) REINSTATE(R)"
               " LIST(L): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           IF NOT WS-LIST-BILLERS
               PERFORM CHECK-SUPERVISOR-ROLE
               IF NOT WS-AUTHORIZED
                   DISPLAY "Biller changes need a supervisor - "
                       "request refused"
                   GOBACK
               END-IF
           END-IF

           OPEN I-O BILLER-MASTER
           IF WS-BILLER-STATUS = "35"
               OPEN OUTPUT BILLER-MASTER
               CLOSE BILLER-MASTER
               OPEN I-O BILLER-MASTER
           END-IF
           CALL "FILERR" USING "BILLMNT " "BILLER" WS-BILLER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-DEFINE-BILLER
                   PERFORM DEFINE-THE-BILLER
               WHEN WS-SUSPEND-BILLER
                   PERFORM SUSPEND-THE-BILLER
               WHEN WS-REINSTATE-BILLER
                   PERFORM REINSTATE-THE-BILLER
               WHEN WS-LIST-BILLERS
                   PERFORM LIST-THE-BILLERS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER D, S, R OR L"
           END-EVALUATE

           CLOSE BILLER-MASTER

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "BILLMNT " "OPERMAST" WS-OPERMAST-STATUS
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

       DEFINE-THE-BILLER.
           DISPLAY "ENTER BILLER ID (4 CHARS): ".
           ACCEPT WS-BILLER-ID.

           MOVE WS-BILLER-ID TO BLR-BILLER-ID
           READ BILLER-MASTER
               INVALID KEY
                   SET BLR-ACTIVE TO TRUE
                   MOVE 0 TO BLR-LAST-SETTLED-DATE
                   PERFORM ACCEPT-BILLER-FIELDS
                   IF WS-FIELDS-GOOD
                       WRITE BILLER-RECORD
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CURRENTLY: " BLR-NAME
                       " SETTLES TO " BLR-SETTLE-ACCOUNT
                   DISPLAY "  FORMAT " BLR-REF-FORMAT
                       " LENGTH " BLR-REF-MIN-LENGTH
                       "-" BLR-REF-MAX-LENGTH
                       " CHECK " BLR-CHECK-RULE
                       " STATUS " BLR-STATUS
                   PERFORM ACCEPT-BILLER-FIELDS
                   IF WS-FIELDS-GOOD
                       REWRITE BILLER-RECORD
                   END-IF
           END-READ

           IF WS-FIELDS-GOOD
               CALL "FILERR" USING "BILLMNT " "BILLER"
                   WS-BILLER-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "BILLER " WS-BILLER-ID " SET - " BLR-NAME
                   " SETTLES TO " BLR-SETTLE-ACCOUNT
           END-IF.

      * CONSUMER NUMBERS ARE 1 TO 12 CHARACTERS - THE WIDTH THE
      * PAYEE REGISTER AND THE STATEMENT REFERENCE CAN CARRY.
       ACCEPT-BILLER-FIELDS.
           MOVE "Y" TO WS-FIELDS-FLAG
           MOVE WS-BILLER-ID TO BLR-BILLER-ID

           DISPLAY "ENTER BILLER NAME: ".
           ACCEPT BLR-NAME.

           DISPLAY "ENTER SETTLEMENT ACCOUNT NUMBER: ".
           ACCEPT BLR-SETTLE-ACCOUNT.

           DISPLAY "CONSUMER NUMBER - NUMERIC(N) ALPHANUMERIC(A): ".
           ACCEPT BLR-REF-FORMAT.

           DISPLAY "ENTER MINIMUM CONSUMER NUMBER LENGTH: ".
           ACCEPT BLR-REF-MIN-LENGTH.

           DISPLAY "ENTER MAXIMUM CONSUMER NUMBER LENGTH: ".
           ACCEPT BLR-REF-MAX-LENGTH.

           DISPLAY "CHECK DIGIT - NONE(N) LUHN MOD 10(L) MOD 11(M): ".
           ACCEPT BLR-CHECK-RULE.

           EVALUATE TRUE
               WHEN BLR-NAME = SPACES
                   DISPLAY "Biller name is required - biller not"
                       " saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN NOT BLR-REF-FORMAT-VALID
                   DISPLAY "Format must be N or A - biller not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN BLR-REF-MIN-LENGTH = 0
                 OR BLR-REF-MAX-LENGTH > 12
                 OR BLR-REF-MIN-LENGTH > BLR-REF-MAX-LENGTH
                   DISPLAY "Lengths must run 1 to 12 - biller not"
                       " saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN NOT BLR-CHECK-RULE-VALID
                   DISPLAY "Check digit rule must be N, L or M -"
                       " biller not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN BLR-REF-ALPHANUMERIC AND NOT BLR-NO-CHECK-DIGIT
                   DISPLAY "An alphanumeric number takes no check"
                       " digit - biller not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN OTHER
                   PERFORM CHECK-SETTLEMENT-ACCOUNT
           END-EVALUATE

           MOVE WS-OPERATOR-ID TO BLR-SET-BY
           MOVE WS-TS-DATE     TO BLR-SET-DATE.

       CHECK-SETTLEMENT-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "BILLMNT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE BLR-SETTLE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Settlement account not found - biller"
                       " not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               NOT INVALID KEY
                   IF ACM-ACCT-CLOSED
                       DISPLAY "Settlement account is closed -"
                           " biller not saved"
                       MOVE "N" TO WS-FIELDS-FLAG
                   END-IF
                   IF ACM-CURRENCY-CODE NOT = SPACES
                       DISPLAY "Settlement account must be home"
                           " currency - biller not saved"
                       MOVE "N" TO WS-FIELDS-FLAG
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER.

      * A SUSPENDED BILLER TAKES NO NEW PAYEES OR PAYMENTS, BUT
      * WHAT IS ALREADY COLLECTED STILL SETTLES TO IT.
       SUSPEND-THE-BILLER.
           DISPLAY "ENTER BILLER ID TO SUSPEND: ".
           ACCEPT WS-BILLER-ID.

           MOVE WS-BILLER-ID TO BLR-BILLER-ID
           READ BILLER-MASTER
               INVALID KEY
                   DISPLAY "Biller not on master"
               NOT INVALID KEY
                   SET BLR-SUSPENDED TO TRUE
                   PERFORM REWRITE-THE-BILLER
                   DISPLAY "BILLER " WS-BILLER-ID " SUSPENDED"
           END-READ.

       REINSTATE-THE-BILLER.
           DISPLAY "ENTER BILLER ID TO REINSTATE: ".
           ACCEPT WS-BILLER-ID.

           MOVE WS-BILLER-ID TO BLR-BILLER-ID
           READ BILLER-MASTER
               INVALID KEY
                   DISPLAY "Biller not on master"
               NOT INVALID KEY
                   SET BLR-ACTIVE TO TRUE
                   PERFORM REWRITE-THE-BILLER
                   DISPLAY "BILLER " WS-BILLER-ID " REINSTATED"
           END-READ.

       REWRITE-THE-BILLER.
           MOVE WS-OPERATOR-ID TO BLR-SET-BY
           MOVE WS-TS-DATE     TO BLR-SET-DATE
           REWRITE BILLER-RECORD
           CALL "FILERR" USING "BILLMNT " "BILLER" WS-BILLER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LIST-THE-BILLERS.
           PERFORM UNTIL END-OF-BILLERS
               READ BILLER-MASTER NEXT RECORD
                   AT END SET END-OF-BILLERS TO TRUE
                   NOT AT END
                       DISPLAY "  " BLR-BILLER-ID
                           " " BLR-NAME
                           " ACCT=" BLR-SETTLE-ACCOUNT
                           " " BLR-STATUS
                       DISPLAY "       FMT=" BLR-REF-FORMAT
                           " LEN=" BLR-REF-MIN-LENGTH
                           "-" BLR-REF-MAX-LENGTH
                           " CHK=" BLR-CHECK-RULE
                           " LAST SETTLED " BLR-LAST-SETTLED-DATE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " BILLER(S) ON FILE".
