       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDMNT.

      *****************************************************
      * Mandate register maintenance - grant a power of      *
      * attorney or third-party mandate on an account to      *
      * another customer, revoke one, or list the account's    *
      * mandates. The holder must be on CUSTMAST and may not be *
      * the account's own holder; the scope is withdraw,         *
      * transfer, both or inquiry only, a zero limit means no     *
      * per-transaction cap, and the mandate runs from its start   *
      * date through its expiry date. A revoked mandate stays on    *
      * file and may be granted afresh.                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-REGISTER ASSIGN TO "MANDATE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MDT-KEY
               FILE STATUS WS-MANDATE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-REGISTER.
       COPY "MANDATE.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-MANDATES  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-GRANT-MANDATE VALUE "G".
          88 WS-REVOKE-MANDATE VALUE "R".
          88 WS-LIST-MANDATES VALUE "L".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-HOLDER-ID        PIC 9(8).
       01 WS-EXISTING-FLAG    PIC X      VALUE "N".
          88 WS-MANDATE-EXISTS VALUE "Y".
       01 WS-VALID-FLAG       PIC X      VALUE "Y".
          88 WS-TERMS-VALID   VALUE "Y".
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - GRANT(G) REVOKE(R) LIST(L): ".
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
                       WHEN WS-LIST-MANDATES
                           PERFORM LIST-ACCOUNT-MANDATES
                       WHEN WS-REVOKE-MANDATE
                           PERFORM REVOKE-THE-MANDATE
                       WHEN ACM-ACCT-CLOSED
                           DISPLAY "Account is closed - no mandate"
                               " may be granted"
                       WHEN WS-GRANT-MANDATE
                           PERFORM GRANT-THE-MANDATE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER G, R OR L"
                   END-EVALUATE
           END-READ

           CLOSE MANDATE-REGISTER
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O MANDATE-REGISTER
           IF WS-MANDATE-STATUS = "35"
               OPEN OUTPUT MANDATE-REGISTER
               CLOSE MANDATE-REGISTER
               OPEN I-O MANDATE-REGISTER
           END-IF
           CALL "FILERR" USING "MNDMNT  " "MANDATE" WS-MANDATE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "MNDMNT  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "MNDMNT  " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       GRANT-THE-MANDATE.
           DISPLAY "ENTER MANDATE HOLDER CUSTOMER ID: ".
           ACCEPT WS-HOLDER-ID.

           MOVE "N" TO WS-EXISTING-FLAG
           MOVE ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE WS-HOLDER-ID   TO MDT-HOLDER-ID
           READ MANDATE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MANDATE-EXISTS TO TRUE
           END-READ

           MOVE WS-HOLDER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 0 TO CUM-CUSTOMER-ID
           END-READ

           EVALUATE TRUE
               WHEN CUM-CUSTOMER-ID = 0
                   DISPLAY "Mandate holder is not a customer -"
                       " register them first"
               WHEN WS-HOLDER-ID = ACM-CUSTOMER-ID
                   DISPLAY "The account holder needs no mandate on"
                       " their own account"
               WHEN WS-MANDATE-EXISTS AND MDT-ACTIVE
                   DISPLAY "Mandate already registered - revoke it"
                       " before granting new terms"
               WHEN OTHER
                   PERFORM RECORD-NEW-MANDATE
           END-EVALUATE.

       RECORD-NEW-MANDATE.
           MOVE ACCOUNT-NUMBER  TO MDT-ACCOUNT-NUMBER
           MOVE WS-HOLDER-ID    TO MDT-HOLDER-ID
           MOVE ACM-CUSTOMER-ID TO MDT-GRANTOR-ID
           PERFORM ACCEPT-MANDATE-TERMS
           IF WS-TERMS-VALID
               SET MDT-ACTIVE TO TRUE
               MOVE 0              TO MDT-REVOKED-DATE
               MOVE SPACES         TO MDT-REVOKE-REASON
               MOVE WS-OPERATOR-ID TO MDT-REGISTERED-BY
               IF WS-MANDATE-EXISTS
                   REWRITE MANDATE-RECORD
               ELSE
                   WRITE MANDATE-RECORD
               END-IF
               CALL "FILERR" USING "MNDMNT  " "MANDATE"
                   WS-MANDATE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "MANDATE GRANTED TO " WS-HOLDER-ID " ON "
                   ACCOUNT-NUMBER " UNTIL " MDT-EXPIRY-DATE
           END-IF.

       ACCEPT-MANDATE-TERMS.
           DISPLAY "POWER OF ATTORNEY(P) OR THIRD-PARTY MANDATE(T): ".
           ACCEPT MDT-TYPE.

           DISPLAY "SCOPE - WITHDRAW(W) TRANSFER(T) BOTH(B)"
               " INQUIRY ONLY(I): ".
           ACCEPT MDT-SCOPE.

           DISPLAY "ENTER PER-TRANSACTION LIMIT (0 = NO LIMIT): ".
           ACCEPT MDT-TXN-LIMIT.

           DISPLAY "ENTER START DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT MDT-START-DATE.
           IF MDT-START-DATE = 0
               MOVE WS-TS-DATE TO MDT-START-DATE
           END-IF

           DISPLAY "ENTER EXPIRY DATE YYYYMMDD: ".
           ACCEPT MDT-EXPIRY-DATE.

           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN NOT MDT-POWER-OF-ATTORNEY
                AND NOT MDT-THIRD-PARTY
                   DISPLAY "Mandate type must be P or T"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN NOT MDT-SCOPE-VALID
                   DISPLAY "Scope must be W, T, B or I"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN MDT-EXPIRY-DATE NOT > MDT-START-DATE
                   DISPLAY "Expiry must be after the start date"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN MDT-EXPIRY-DATE < WS-TS-DATE
                   DISPLAY "Expiry date is already past"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * REVOKED MANDATES STAY ON FILE SO THE MANDATE JOURNAL
      * CAN ALWAYS BE READ AGAINST THE TERMS THAT APPLIED.
       REVOKE-THE-MANDATE.
           DISPLAY "ENTER MANDATE HOLDER CUSTOMER ID: ".
           ACCEPT WS-HOLDER-ID.

           MOVE ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE WS-HOLDER-ID   TO MDT-HOLDER-ID
           READ MANDATE-REGISTER
               INVALID KEY
                   DISPLAY "No mandate for that holder on the account"
               NOT INVALID KEY
                   IF NOT MDT-ACTIVE
                       DISPLAY "Mandate is already revoked"
                   ELSE
                       DISPLAY "ENTER REVOCATION REASON: "
                       ACCEPT MDT-REVOKE-REASON
                       SET MDT-REVOKED TO TRUE
                       MOVE WS-TS-DATE TO MDT-REVOKED-DATE
                       REWRITE MANDATE-RECORD
                       CALL "FILERR" USING "MNDMNT  " "MANDATE"
                           WS-MANDATE-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       DISPLAY "MANDATE FOR " WS-HOLDER-ID " REVOKED"
                   END-IF
           END-READ.

       LIST-ACCOUNT-MANDATES.
           MOVE ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER
           MOVE 0 TO MDT-HOLDER-ID
           START MANDATE-REGISTER KEY IS NOT LESS THAN MDT-KEY
               INVALID KEY SET END-OF-MANDATES TO TRUE
           END-START
           PERFORM UNTIL END-OF-MANDATES
               READ MANDATE-REGISTER NEXT RECORD
                   AT END SET END-OF-MANDATES TO TRUE
                   NOT AT END
                       IF MDT-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                           SET END-OF-MANDATES TO TRUE
                       ELSE
                           DISPLAY "  " MDT-HOLDER-ID " " MDT-TYPE
                               " SCOPE " MDT-SCOPE " LIMIT "
                               MDT-TXN-LIMIT " " MDT-START-DATE
                               "-" MDT-EXPIRY-DATE " " MDT-STATUS
                           IF MDT-REVOKED
                               DISPLAY "     REVOKED " MDT-REVOKED-DATE
                                   " " MDT-REVOKE-REASON
                           END-IF
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " MANDATE(S) ON FILE".
