       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMMNT.

      *****************************************************
      * Nominee register maintenance - add a nominee to a    *
      * deposit or term-deposit account, amend one, remove    *
      * one, or list the account's nominees with their share   *
      * total. Every change leaves a before/after image on      *
      * NOMAUD. Shares may not take the account over 100         *
      * percent, and a minor nominee must name a guardian.        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINEE-REGISTER ASSIGN TO "NOMINEE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOM-KEY
               FILE STATUS WS-NOMINEE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT NOMINEE-AUDIT ASSIGN TO "NOMAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMINEE-REGISTER.
       COPY "NOMINEE.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  NOMINEE-AUDIT.
       COPY "NOMAUD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NOMINEE-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-NOMAUD-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-NOMINEES  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ADD-NOMINEE   VALUE "A".
          88 WS-AMEND-NOMINEE VALUE "M".
          88 WS-REMOVE-NOMINEE VALUE "R".
          88 WS-LIST-NOMINEES VALUE "L".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-NOMINEE-SEQ      PIC 9(2).
       01 WS-LAST-SEQ         PIC 9(2)   VALUE 0.
       01 WS-SHARE-TOTAL      PIC 9(5)V99 VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-VALID-FLAG       PIC X      VALUE "Y".
          88 WS-TERMS-VALID   VALUE "Y".
       01 WS-CHANGE-TYPE      PIC X(10).
       01 WS-BEFORE-IMAGE     PIC X(99).
       01 WS-AFTER-IMAGE      PIC X(99).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ADD(A) AMEND(M) REMOVE(R) LIST(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER ACCOUNT NUMBER: ".
           ACCEPT ACCOUNT-NUMBER.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-LIST-NOMINEES
                           PERFORM LIST-ACCOUNT-NOMINEES
                       WHEN ACM-ACCT-CLOSED
                           DISPLAY "Account is closed - nominees"
                               " cannot be changed"
                       WHEN WS-ADD-NOMINEE
                           PERFORM ADD-THE-NOMINEE
                       WHEN WS-AMEND-NOMINEE
                           PERFORM AMEND-THE-NOMINEE
                       WHEN WS-REMOVE-NOMINEE
                           PERFORM REMOVE-THE-NOMINEE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER A, M, R"
                               " OR L"
                   END-EVALUATE
           END-READ

           CLOSE NOMINEE-REGISTER
           CLOSE ACCOUNT-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O NOMINEE-REGISTER
           IF WS-NOMINEE-STATUS = "35"
               OPEN OUTPUT NOMINEE-REGISTER
               CLOSE NOMINEE-REGISTER
               OPEN I-O NOMINEE-REGISTER
           END-IF
           CALL "FILERR" USING "NOMMNT  " "NOMINEE" WS-NOMINEE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "NOMMNT  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       ADD-THE-NOMINEE.
           PERFORM TOTAL-ACTIVE-SHARES
           IF WS-LAST-SEQ = 99
               DISPLAY "Nominee sequence exhausted on the account"
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               COMPUTE WS-NOMINEE-SEQ = WS-LAST-SEQ + 1
               MOVE ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
               MOVE WS-NOMINEE-SEQ TO NOM-SEQ
               PERFORM ACCEPT-NOMINEE-TERMS
               IF WS-TERMS-VALID
                   SET NOM-ACTIVE TO TRUE
                   MOVE WS-TS-DATE TO NOM-ADDED-DATE
                   WRITE NOMINEE-RECORD
                   CALL "FILERR" USING "NOMMNT  " "NOMINEE"
                       WS-NOMINEE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE "ADD" TO WS-CHANGE-TYPE
                   PERFORM WRITE-NOMINEE-AUDIT
                   ADD NOM-SHARE-PCT TO WS-SHARE-TOTAL
                   DISPLAY "NOMINEE " WS-NOMINEE-SEQ " ADDED TO "
                       ACCOUNT-NUMBER
                   PERFORM SHOW-SHARE-TOTAL
               END-IF
           END-IF.

       AMEND-THE-NOMINEE.
           DISPLAY "ENTER NOMINEE SEQUENCE: ".
           ACCEPT WS-NOMINEE-SEQ.

           PERFORM TOTAL-ACTIVE-SHARES
           MOVE ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
           MOVE WS-NOMINEE-SEQ TO NOM-SEQ
           READ NOMINEE-REGISTER
               INVALID KEY
                   DISPLAY "Nominee not on the account"
               NOT INVALID KEY
                   IF NOT NOM-ACTIVE
                       DISPLAY "Nominee is no longer active"
                   ELSE
                       MOVE NOMINEE-RECORD TO WS-BEFORE-IMAGE
                       SUBTRACT NOM-SHARE-PCT FROM WS-SHARE-TOTAL
                       PERFORM ACCEPT-NOMINEE-TERMS
                       IF WS-TERMS-VALID
                           REWRITE NOMINEE-RECORD
                           CALL "FILERR" USING "NOMMNT  " "NOMINEE"
                               WS-NOMINEE-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           MOVE "AMEND" TO WS-CHANGE-TYPE
                           PERFORM WRITE-NOMINEE-AUDIT
                           ADD NOM-SHARE-PCT TO WS-SHARE-TOTAL
                           DISPLAY "NOMINEE " WS-NOMINEE-SEQ
                               " AMENDED"
                           PERFORM SHOW-SHARE-TOTAL
                       END-IF
                   END-IF
           END-READ.

       ACCEPT-NOMINEE-TERMS.
           DISPLAY "ENTER NOMINEE NAME: ".
           ACCEPT NOM-NAME.

           DISPLAY "ENTER RELATIONSHIP TO THE CUSTOMER: ".
           ACCEPT NOM-RELATIONSHIP.

           DISPLAY "ENTER SHARE PERCENTAGE: ".
           ACCEPT NOM-SHARE-PCT.

           DISPLAY "NOMINEE IS A MINOR (Y/N): ".
           ACCEPT NOM-MINOR-FLAG.
           IF NOM-IS-MINOR
               DISPLAY "ENTER GUARDIAN NAME: "
               ACCEPT NOM-GUARDIAN-NAME
           ELSE
               MOVE "N"    TO NOM-MINOR-FLAG
               MOVE SPACES TO NOM-GUARDIAN-NAME
           END-IF

           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN NOM-NAME = SPACES
                   DISPLAY "Nominee name is required"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN NOM-SHARE-PCT = 0 OR NOM-SHARE-PCT > 100
                   DISPLAY "Share must be over 0 and at most 100"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-SHARE-TOTAL + NOM-SHARE-PCT > 100
                   DISPLAY "Shares would total over 100 percent -"
                       " refused"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN NOM-IS-MINOR AND NOM-GUARDIAN-NAME = SPACES
                   DISPLAY "A minor nominee needs a guardian"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * REMOVED NOMINEES STAY ON FILE SO THE HISTORY IS THERE
      * WHEN AN ESTATE IS SETTLED.
       REMOVE-THE-NOMINEE.
           DISPLAY "ENTER NOMINEE SEQUENCE TO REMOVE: ".
           ACCEPT WS-NOMINEE-SEQ.

           PERFORM TOTAL-ACTIVE-SHARES
           MOVE ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
           MOVE WS-NOMINEE-SEQ TO NOM-SEQ
           READ NOMINEE-REGISTER
               INVALID KEY
                   DISPLAY "Nominee not on the account"
               NOT INVALID KEY
                   IF NOT NOM-ACTIVE
                       DISPLAY "Nominee is no longer active"
                   ELSE
                       MOVE NOMINEE-RECORD TO WS-BEFORE-IMAGE
                       SET NOM-REMOVED TO TRUE
                       REWRITE NOMINEE-RECORD
                       CALL "FILERR" USING "NOMMNT  " "NOMINEE"
                           WS-NOMINEE-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       MOVE "REMOVE" TO WS-CHANGE-TYPE
                       PERFORM WRITE-NOMINEE-AUDIT
                       SUBTRACT NOM-SHARE-PCT FROM WS-SHARE-TOTAL
                       DISPLAY "NOMINEE " WS-NOMINEE-SEQ " REMOVED"
                       PERFORM SHOW-SHARE-TOTAL
                   END-IF
           END-READ.

      * ADDS UP THE ACCOUNT'S ACTIVE SHARES AND FINDS THE HIGHEST
      * SEQUENCE USED, REMOVED ROWS INCLUDED.
       TOTAL-ACTIVE-SHARES.
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-EOF-FLAG
           MOVE ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
           MOVE 0 TO NOM-SEQ
           START NOMINEE-REGISTER KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY SET END-OF-NOMINEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-NOMINEES
               READ NOMINEE-REGISTER NEXT RECORD
                   AT END SET END-OF-NOMINEES TO TRUE
                   NOT AT END
                       IF NOM-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                           SET END-OF-NOMINEES TO TRUE
                       ELSE
                           MOVE NOM-SEQ TO WS-LAST-SEQ
                           IF NOM-ACTIVE
                               ADD NOM-SHARE-PCT TO WS-SHARE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-SHARE-TOTAL.
           IF WS-SHARE-TOTAL = 100
               DISPLAY "NOMINEE SHARES TOTAL 100 PERCENT"
           ELSE
               DISPLAY "NOMINEE SHARES TOTAL " WS-SHARE-TOTAL
                   " PERCENT - MUST REACH 100 FOR SETTLEMENT"
           END-IF.

       LIST-ACCOUNT-NOMINEES.
           MOVE ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
           MOVE 0 TO NOM-SEQ
           START NOMINEE-REGISTER KEY IS NOT LESS THAN NOM-KEY
               INVALID KEY SET END-OF-NOMINEES TO TRUE
           END-START
           PERFORM UNTIL END-OF-NOMINEES
               READ NOMINEE-REGISTER NEXT RECORD
                   AT END SET END-OF-NOMINEES TO TRUE
                   NOT AT END
                       IF NOM-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                           SET END-OF-NOMINEES TO TRUE
                       ELSE
                           DISPLAY "  " NOM-SEQ " " NOM-NAME " "
                               NOM-RELATIONSHIP " " NOM-SHARE-PCT
                               "% " NOM-STATUS
                           IF NOM-IS-MINOR
                               DISPLAY "     MINOR - GUARDIAN "
                                   NOM-GUARDIAN-NAME
                           END-IF
                           IF NOM-ACTIVE
                               ADD NOM-SHARE-PCT TO WS-SHARE-TOTAL
                           END-IF
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " NOMINEE(S) ON FILE"
           PERFORM SHOW-SHARE-TOTAL.

       WRITE-NOMINEE-AUDIT.
           MOVE NOMINEE-RECORD TO WS-AFTER-IMAGE
           OPEN EXTEND NOMINEE-AUDIT
           IF WS-NOMAUD-STATUS = "35"
               OPEN OUTPUT NOMINEE-AUDIT
           END-IF
           CALL "FILERR" USING "NOMMNT  " "NOMAUD" WS-NOMAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE      TO NMA-TIMESTAMP(1:8)
           MOVE WS-TS-TIME      TO NMA-TIMESTAMP(9:8)
           MOVE WS-OPERATOR-ID  TO NMA-OPERATOR-ID
           MOVE WS-CHANGE-TYPE  TO NMA-CHANGE-TYPE
           MOVE WS-BEFORE-IMAGE TO NMA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO NMA-AFTER-IMAGE
           WRITE NOMINEE-AUDIT-RECORD
           CLOSE NOMINEE-AUDIT.
