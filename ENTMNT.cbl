       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMNT.

      *****************************************************
      * Non-individual customer maintenance - register or    *
      * amend a company, partnership or trust's entity        *
      * details on ENTREG, add or amend its signatories and    *
      * beneficial owners on RELPARTY, retire a related party,  *
      * or list the entity with its parties. Every party must    *
      * already be a customer, beneficial ownership cannot total  *
      * more than 100 percent, and an audit line is written per    *
      * change so the entity's history is reconstructable.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT ENTITY-AUDIT-LOG ASSIGN TO "ENTAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ENTITY-AUDIT-LOG.
       01 ENTITY-AUDIT-RECORD.
          05 EAL-ENTITY-ID          PIC 9(8).
          05 EAL-RELATION           PIC X.
          05 EAL-PARTY-ID           PIC 9(8).
          05 EAL-ACTION             PIC X(8).
          05 EAL-OPERATOR-ID        PIC X(8).
          05 EAL-TIMESTAMP          PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ENTAUD-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-PARTIES   VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-REGISTER-ENTITY VALUE "E".
          88 WS-SET-SIGNATORY VALUE "S".
          88 WS-SET-OWNER     VALUE "B".
          88 WS-RETIRE-PARTY  VALUE "R".
          88 WS-LIST-ENTITY   VALUE "L".
       01 WS-ENTITY-ID        PIC 9(8).
       01 WS-PARTY-ID         PIC 9(8).
       01 WS-RELATION         PIC X.
       01 WS-NEW-LIMIT        PIC 9(9)V99.
       01 WS-NEW-PCT          PIC 9(3)V99.
       01 WS-OWNED-PCT        PIC 9(5)V99.
       01 WS-VALID-FLAG       PIC X      VALUE "Y".
          88 WS-DETAILS-VALID VALUE "Y".
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ENTITY DETAILS(E) SIGNATORY(S)"
               " BENEFICIAL OWNER(B) RETIRE(R) LIST(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER ENTITY CUSTOMER ID: ".
           ACCEPT WS-ENTITY-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           EVALUATE TRUE
               WHEN WS-REGISTER-ENTITY
                   PERFORM REGISTER-THE-ENTITY
               WHEN WS-SET-SIGNATORY
                   MOVE "S" TO WS-RELATION
                   PERFORM SET-RELATED-PARTY
               WHEN WS-SET-OWNER
                   MOVE "B" TO WS-RELATION
                   PERFORM SET-RELATED-PARTY
               WHEN WS-RETIRE-PARTY
                   PERFORM RETIRE-RELATED-PARTY
               WHEN WS-LIST-ENTITY
                   PERFORM LIST-THE-ENTITY
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER E, S, B, R OR L"
           END-EVALUATE

           CLOSE ENTITY-REGISTER
           CLOSE RELATED-PARTIES
           CLOSE CUSTOMER-MASTER
           CLOSE ENTITY-AUDIT-LOG

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               OPEN OUTPUT ENTITY-REGISTER
               CLOSE ENTITY-REGISTER
               OPEN I-O ENTITY-REGISTER
           END-IF
           CALL "FILERR" USING "ENTMNT  " "ENTREG" WS-ENTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               OPEN OUTPUT RELATED-PARTIES
               CLOSE RELATED-PARTIES
               OPEN I-O RELATED-PARTIES
           END-IF
           CALL "FILERR" USING "ENTMNT  " "RELPARTY" WS-RELPARTY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "ENTMNT  " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN EXTEND ENTITY-AUDIT-LOG
           IF WS-ENTAUD-STATUS = "35"
               OPEN OUTPUT ENTITY-AUDIT-LOG
           END-IF
           CALL "FILERR" USING "ENTMNT  " "ENTAUD" WS-ENTAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE ENTITY MUST ALREADY BE BOOKED AS A CUSTOMER - THIS
      * ONLY MARKS IT AS A NON-INDIVIDUAL AND HOLDS THE DETAILS
      * A PERSON DOES NOT HAVE.
       REGISTER-THE-ENTITY.
           MOVE WS-ENTITY-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found"
               NOT INVALID KEY
                   MOVE WS-ENTITY-ID TO ENT-CUSTOMER-ID
                   READ ENTITY-REGISTER
                       INVALID KEY
                           PERFORM ACCEPT-ENTITY-DETAILS
                           IF WS-DETAILS-VALID
                               MOVE WS-TS-DATE TO ENT-REGISTERED-DATE
                               WRITE ENTITY-REGISTER-RECORD
                               MOVE "REGISTER" TO EAL-ACTION
                               PERFORM FINISH-ENTITY-UPDATE
                           END-IF
                       NOT INVALID KEY
                           PERFORM ACCEPT-ENTITY-DETAILS
                           IF WS-DETAILS-VALID
                               REWRITE ENTITY-REGISTER-RECORD
                               MOVE "AMEND" TO EAL-ACTION
                               PERFORM FINISH-ENTITY-UPDATE
                           END-IF
                   END-READ
           END-READ.

       ACCEPT-ENTITY-DETAILS.
           MOVE WS-ENTITY-ID TO ENT-CUSTOMER-ID

           DISPLAY "ENTER LEGAL NAME: ".
           ACCEPT ENT-LEGAL-NAME.

           DISPLAY "ENTER REGISTRATION NUMBER: ".
           ACCEPT ENT-REGISTRATION-NO.

           DISPLAY "ENTER INCORPORATION DATE (YYYYMMDD): ".
           ACCEPT ENT-INCORPORATION-DATE.

           DISPLAY "ENTITY TYPE - CORPORATION(C) PARTNERSHIP(P)"
               " TRUST(T) OTHER(O): ".
           ACCEPT ENT-ENTITY-TYPE.

           MOVE WS-OPERATOR-ID TO ENT-OPERATOR-ID

           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN ENT-LEGAL-NAME = SPACES
                   DISPLAY "Legal name is required"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN ENT-REGISTRATION-NO = SPACES
                   DISPLAY "Registration number is required"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN ENT-INCORPORATION-DATE NOT NUMERIC
                 OR ENT-INC-MM < 1 OR ENT-INC-MM > 12
                 OR ENT-INC-DD < 1 OR ENT-INC-DD > 31
                   DISPLAY "Incorporation date is not a valid date"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN ENT-INCORPORATION-DATE > WS-TS-DATE
                   DISPLAY "Incorporation date is in the future"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN NOT ENT-VALID-TYPE
                   DISPLAY "Invalid entity type - enter C, P, T or O"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FINISH-ENTITY-UPDATE.
           CALL "FILERR" USING "ENTMNT  " "ENTREG" WS-ENTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE SPACE TO EAL-RELATION
           MOVE 0     TO EAL-PARTY-ID
           PERFORM WRITE-ENTITY-AUDIT
           DISPLAY "ENTITY " WS-ENTITY-ID " " ENT-LEGAL-NAME
           DISPLAY "  REG " ENT-REGISTRATION-NO " INCORPORATED "
               ENT-INCORPORATION-DATE " TYPE " ENT-ENTITY-TYPE.

      * A SIGNATORY OR BENEFICIAL OWNER IS ADDED, OR AMENDED IF
      * ALREADY THERE - A RETIRED PARTY ADDED AGAIN IS REINSTATED.
       SET-RELATED-PARTY.
           MOVE WS-ENTITY-ID TO ENT-CUSTOMER-ID
           READ ENTITY-REGISTER
               INVALID KEY
                   DISPLAY "Customer is not a registered entity -"
                       " enter its details first"
               NOT INVALID KEY
                   PERFORM CAPTURE-RELATED-PARTY
           END-READ.

       CAPTURE-RELATED-PARTY.
           DISPLAY "ENTER PARTY CUSTOMER ID: ".
           ACCEPT WS-PARTY-ID.

           MOVE WS-PARTY-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Party is not a customer - book the"
                       " customer first"
               NOT INVALID KEY
                   IF WS-PARTY-ID = WS-ENTITY-ID
                       DISPLAY "An entity cannot be its own party"
                   ELSE
                       PERFORM ACCEPT-PARTY-TERMS
                   END-IF
           END-READ.

       ACCEPT-PARTY-TERMS.
           MOVE 0 TO WS-NEW-LIMIT
           MOVE 0 TO WS-NEW-PCT
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-RELATION = "S"
               DISPLAY "ENTER SIGNING LIMIT (0 = NO LIMIT): "
               ACCEPT WS-NEW-LIMIT
           ELSE
               DISPLAY "ENTER OWNERSHIP PERCENTAGE: "
               ACCEPT WS-NEW-PCT
               IF WS-NEW-PCT = 0 OR WS-NEW-PCT > 100
                   DISPLAY "Ownership must be over 0 and at most 100"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   PERFORM CHECK-TOTAL-OWNERSHIP
               END-IF
           END-IF

           IF WS-DETAILS-VALID
               PERFORM WRITE-RELATED-PARTY
           END-IF.

      * THE OTHER ACTIVE OWNERS PLUS THIS ONE MAY NOT COME TO MORE
      * THAN THE WHOLE ENTITY.
       CHECK-TOTAL-OWNERSHIP.
           MOVE 0 TO WS-OWNED-PCT
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE "B"          TO RLP-RELATION
           MOVE 0            TO RLP-PARTY-ID
           START RELATED-PARTIES KEY IS NOT LESS THAN RLP-KEY
               INVALID KEY SET END-OF-PARTIES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PARTIES
               READ RELATED-PARTIES NEXT RECORD
                   AT END SET END-OF-PARTIES TO TRUE
                   NOT AT END
                       IF RLP-ENTITY-ID NOT = WS-ENTITY-ID
                          OR NOT RLP-BENEFICIAL-OWNER
                           SET END-OF-PARTIES TO TRUE
                       ELSE
                           IF RLP-PARTY-ACTIVE
                              AND RLP-PARTY-ID NOT = WS-PARTY-ID
                               ADD RLP-OWNERSHIP-PCT TO WS-OWNED-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OWNED-PCT + WS-NEW-PCT > 100
               DISPLAY "Ownership would total "
                   WS-OWNED-PCT " PLUS " WS-NEW-PCT
                   " - over 100 percent, refused"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       WRITE-RELATED-PARTY.
           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE WS-RELATION  TO RLP-RELATION
           MOVE WS-PARTY-ID  TO RLP-PARTY-ID
           READ RELATED-PARTIES
               INVALID KEY
                   PERFORM FILL-PARTY-TERMS
                   WRITE RELATED-PARTY-RECORD
                   MOVE "ADD" TO EAL-ACTION
               NOT INVALID KEY
                   PERFORM FILL-PARTY-TERMS
                   REWRITE RELATED-PARTY-RECORD
                   MOVE "AMEND" TO EAL-ACTION
           END-READ
           CALL "FILERR" USING "ENTMNT  " "RELPARTY" WS-RELPARTY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-RELATION TO EAL-RELATION
           MOVE WS-PARTY-ID TO EAL-PARTY-ID
           PERFORM WRITE-ENTITY-AUDIT
           DISPLAY "PARTY " WS-PARTY-ID " " CUM-CUSTOMER-NAME
               " SET ON " WS-ENTITY-ID " AS " WS-RELATION.

       FILL-PARTY-TERMS.
           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE WS-RELATION  TO RLP-RELATION
           MOVE WS-PARTY-ID  TO RLP-PARTY-ID
           MOVE WS-NEW-LIMIT TO RLP-SIGNING-LIMIT
           MOVE WS-NEW-PCT   TO RLP-OWNERSHIP-PCT
           SET RLP-PARTY-ACTIVE TO TRUE
           MOVE WS-TS-DATE   TO RLP-ADDED-DATE
           MOVE 0            TO RLP-RETIRED-DATE.

       RETIRE-RELATED-PARTY.
           DISPLAY "RELATION - SIGNATORY(S) BENEFICIAL OWNER(B): ".
           ACCEPT WS-RELATION.
           DISPLAY "ENTER PARTY CUSTOMER ID TO RETIRE: ".
           ACCEPT WS-PARTY-ID.

           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE WS-RELATION  TO RLP-RELATION
           MOVE WS-PARTY-ID  TO RLP-PARTY-ID
           READ RELATED-PARTIES
               INVALID KEY
                   DISPLAY "Party not on the entity"
               NOT INVALID KEY
                   IF RLP-PARTY-RETIRED
                       DISPLAY "Party already retired"
                   ELSE
                       SET RLP-PARTY-RETIRED TO TRUE
                       MOVE WS-TS-DATE TO RLP-RETIRED-DATE
                       REWRITE RELATED-PARTY-RECORD
                       CALL "FILERR" USING "ENTMNT  " "RELPARTY"
                           WS-RELPARTY-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       MOVE WS-RELATION TO EAL-RELATION
                       MOVE WS-PARTY-ID TO EAL-PARTY-ID
                       MOVE "RETIRE"    TO EAL-ACTION
                       PERFORM WRITE-ENTITY-AUDIT
                       DISPLAY "PARTY " WS-PARTY-ID " RETIRED"
                   END-IF
           END-READ.

       LIST-THE-ENTITY.
           MOVE WS-ENTITY-ID TO ENT-CUSTOMER-ID
           READ ENTITY-REGISTER
               INVALID KEY
                   DISPLAY "Customer is not a registered entity"
               NOT INVALID KEY
                   DISPLAY "ENTITY " WS-ENTITY-ID " " ENT-LEGAL-NAME
                   DISPLAY "  REG " ENT-REGISTRATION-NO
                       " INCORPORATED " ENT-INCORPORATION-DATE
                       " TYPE " ENT-ENTITY-TYPE
                   PERFORM LIST-RELATED-PARTIES
           END-READ.

       LIST-RELATED-PARTIES.
           MOVE WS-ENTITY-ID TO RLP-ENTITY-ID
           MOVE LOW-VALUES   TO RLP-RELATION
           MOVE 0            TO RLP-PARTY-ID
           START RELATED-PARTIES KEY IS NOT LESS THAN RLP-KEY
               INVALID KEY SET END-OF-PARTIES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PARTIES
               READ RELATED-PARTIES NEXT RECORD
                   AT END SET END-OF-PARTIES TO TRUE
                   NOT AT END
                       IF RLP-ENTITY-ID NOT = WS-ENTITY-ID
                           SET END-OF-PARTIES TO TRUE
                       ELSE
                           DISPLAY "  " RLP-RELATION " " RLP-PARTY-ID
                               " LIMIT " RLP-SIGNING-LIMIT
                               " OWNS " RLP-OWNERSHIP-PCT
                               " STATUS " RLP-STATUS
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " RELATED PART(IES) ON FILE".

       WRITE-ENTITY-AUDIT.
           MOVE WS-ENTITY-ID   TO EAL-ENTITY-ID
           MOVE WS-OPERATOR-ID TO EAL-OPERATOR-ID
           MOVE WS-TS-DATE     TO EAL-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO EAL-TIMESTAMP(9:8)
           WRITE ENTITY-AUDIT-RECORD.
