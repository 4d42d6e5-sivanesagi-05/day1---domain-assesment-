               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

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
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  RELATED-PARTIES.
       COPY "RELPARTY.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-RELPARTY-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 CUSTOMER-ID         PIC 9(8).
       01 AGE                 PIC 99.
       01 MIN-AGE             PIC 99 VALUE 18.
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-PARTY-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-PARTIES   VALUE "Y".
       01 WS-SIGNATORY-COUNT  PIC 9(3)   VALUE 0.
       01 WS-OWNER-COUNT      PIC 9(3)   VALUE 0.
       01 WS-REFUSAL-REASON   PIC X(40)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE.
             10 WS-TS-YYYY    PIC 9(4).
               INVALID KEY
                   DISPLAY "Customer not found"
               NOT INVALID KEY
                   PERFORM CHECK-FOR-ENTITY
                   IF WS-IS-ENTITY
                       PERFORM EVALUATE-ENTITY-ELIGIBILITY
                   ELSE
                       PERFORM EVALUATE-ELIGIBILITY
                   END-IF
           END-READ

           CLOSE CUSTOMER-MASTER
               OR (WS-TS-MM = CUM-DOB-MM AND WS-TS-DD < CUM-DOB-DD)
               SUBTRACT 1 FROM AGE
           END-IF.

      * A CUSTOMER ON THE ENTITY REGISTER IS A COMPANY, PARTNERSHIP
      * OR TRUST - IT HAS NO AGE, SO ENTITY RULES APPLY INSTEAD.
       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AGEELIGI" "ENTREG" WS-ENTREG-STATUS
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
               END-READ
               CLOSE ENTITY-REGISTER
           END-IF.

      * AN ENTITY IS ELIGIBLE WHEN IT IS PROPERLY CONSTITUTED -
      * REGISTRATION NUMBER ON FILE, INCORPORATED ON A REAL DATE
      * NOT IN THE FUTURE - AND HAS AT LEAST ONE ACTIVE SIGNATORY
      * TO OPERATE IT AND ONE DECLARED BENEFICIAL OWNER TO SCREEN.
       EVALUATE-ENTITY-ELIGIBILITY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM COUNT-RELATED-PARTIES

           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN ENT-REGISTRATION-NO = SPACES
                   MOVE "NO REGISTRATION NUMBER"
                       TO WS-REFUSAL-REASON
               WHEN ENT-INCORPORATION-DATE NOT NUMERIC
                 OR ENT-INCORPORATION-DATE = 0
                 OR ENT-INCORPORATION-DATE > WS-TS-DATE
                   MOVE "INCORPORATION DATE NOT VALID"
                       TO WS-REFUSAL-REASON
               WHEN NOT ENT-VALID-TYPE
                   MOVE "ENTITY TYPE NOT VALID" TO WS-REFUSAL-REASON
               WHEN WS-SIGNATORY-COUNT = 0
                   MOVE "NO ACTIVE SIGNATORY" TO WS-REFUSAL-REASON
               WHEN WS-OWNER-COUNT = 0
                   MOVE "NO BENEFICIAL OWNER DECLARED"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-TS-DATE TO CUM-ELIGIBILITY-DATE

           IF WS-REFUSAL-REASON = SPACES
               SET CUM-ELIGIBLE TO TRUE
               DISPLAY "Entity customer is eligible"
           ELSE
               SET CUM-NOT-ELIGIBLE TO TRUE
               DISPLAY "Entity customer is not eligible - "
                   WS-REFUSAL-REASON
           END-IF

           REWRITE CUSTOMER-MASTER-RECORD
           CALL "FILERR" USING "AGEELIGI" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       COUNT-RELATED-PARTIES.
           MOVE 0 TO WS-SIGNATORY-COUNT
           MOVE 0 TO WS-OWNER-COUNT
           MOVE "N" TO WS-PARTY-EOF-FLAG
           OPEN INPUT RELATED-PARTIES
           IF WS-RELPARTY-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "AGEELIGI" "RELPARTY"
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
