                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

           SELECT RELATED-PARTIES ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RLP-KEY
               FILE STATUS WS-RELPARTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS    PIC XX.
       01 WS-ENTREG-STATUS      PIC XX.
       01 WS-RELPARTY-STATUS    PIC XX.
       01 WS-ABEND-FLAG         PIC X.
          88 WS-ABEND           VALUE "Y".
       01 WS-EOF-FLAG           PIC X      VALUE "N".
       01 EXISTING-ACCOUNT-COUNT PIC 9.
       01 MAX-EXISTING-ACCOUNTS  PIC 9        VALUE 5.
       01 DECISION              PIC X(18).
       01 WS-ENTITY-FLAG        PIC X      VALUE "N".
          88 WS-IS-ENTITY        VALUE "Y".
       01 WS-PARTY-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PARTIES      VALUE "Y".
       01 WS-SIGNATORY-COUNT    PIC 9(3)   VALUE 0.
       01 WS-OWNER-COUNT        PIC 9(3)   VALUE 0.
       01 WS-CONSTITUTED-FLAG   PIC X      VALUE "N".
          88 WS-ENTITY-CONSTITUTED VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE         PIC 9(8).
          05 WS-TS-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

      * A COMPANY, PARTNERSHIP OR TRUST HAS NO AGE - ENTITY RULES
      * TAKE THE PLACE OF THE AGE TEST.
           PERFORM CHECK-FOR-ENTITY
           IF NOT WS-IS-ENTITY
               DISPLAY "ENTER AGE: "
               ACCEPT AGE
           END-IF

           DISPLAY "ENTER OPENING DEPOSIT AMOUNT: ".
           ACCEPT OPENING-DEPOSIT.
           IF NOT KYC-VALID
               MOVE "REJECTED" TO DECISION
           ELSE
               IF (WS-IS-ENTITY AND NOT WS-ENTITY-CONSTITUTED)
                  OR (NOT WS-IS-ENTITY AND AGE < MIN-AGE)
                   MOVE "REJECTED" TO DECISION
               ELSE
                   IF OPENING-DEPOSIT < MIN-OPENING-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ACCTELIG" "ENTREG" WS-ENTREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE CUSTOMER-ID TO ENT-CUSTOMER-ID
               READ ENTITY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-ENTITY TO TRUE
                       PERFORM CHECK-ENTITY-CONSTITUTION
               END-READ
               CLOSE ENTITY-REGISTER
           END-IF.

      * PROPERLY CONSTITUTED MEANS A REGISTRATION NUMBER, A REAL
      * INCORPORATION DATE NOT IN THE FUTURE, AT LEAST ONE ACTIVE
      * SIGNATORY AND AT LEAST ONE DECLARED BENEFICIAL OWNER.
       CHECK-ENTITY-CONSTITUTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           PERFORM COUNT-RELATED-PARTIES

           MOVE "N" TO WS-CONSTITUTED-FLAG
           IF ENT-REGISTRATION-NO NOT = SPACES
              AND ENT-INCORPORATION-DATE IS NUMERIC
              AND ENT-INCORPORATION-DATE > 0
              AND ENT-INCORPORATION-DATE NOT > WS-TS-DATE
              AND ENT-VALID-TYPE
              AND WS-SIGNATORY-COUNT > 0
              AND WS-OWNER-COUNT > 0
               SET WS-ENTITY-CONSTITUTED TO TRUE
           ELSE
               DISPLAY "ENTITY NOT PROPERLY CONSTITUTED - "
                   WS-SIGNATORY-COUNT " SIGNATORY(IES), "
                   WS-OWNER-COUNT " BENEFICIAL OWNER(S)"
           END-IF.

       COUNT-RELATED-PARTIES.
           MOVE 0 TO WS-SIGNATORY-COUNT
           MOVE 0 TO WS-OWNER-COUNT
           MOVE "N" TO WS-PARTY-EOF-FLAG
           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "ACCTELIG" "RELPARTY"
                   WS-RELPARTY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE CUSTOMER-ID TO RLP-ENTITY-ID
               MOVE LOW-VALUES  TO RLP-RELATION
               MOVE 0           TO RLP-PARTY-ID
               START RELATED-PARTIES KEY IS NOT LESS THAN RLP-KEY
                   INVALID KEY SET END-OF-PARTIES TO TRUE
               END-START
               PERFORM UNTIL END-OF-PARTIES
                   READ RELATED-PARTIES NEXT RECORD
                       AT END SET END-OF-PARTIES TO TRUE
                       NOT AT END
                           IF RLP-ENTITY-ID NOT = CUSTOMER-ID
                               SET END-OF-PARTIES TO TRUE
                           ELSE
                               IF RLP-PARTY-ACTIVE AND RLP-SIGNATORY
                                   ADD 1 TO WS-SIGNATORY-COUNT
                               END-IF
                               IF RLP-PARTY-ACTIVE
                                  AND RLP-BENEFICIAL-OWNER
                                   ADD 1 TO WS-OWNER-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATED-PARTIES
           END-IF.
