       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.

      *****************************************************
      * Marketing campaign definition maintenance - define a *
      * campaign or amend its selection criteria until        *
      * CAMPSEL has extracted it, close it when responses stop *
      * counting, or inquire on its criteria and results.       *
      * Product types are checked against the PRODCAT catalog;   *
      * "LN" stands for a loan.                                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-DEFINITIONS ASSIGN TO "CAMPDEF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CMP-CAMPAIGN-CODE
               FILE STATUS WS-CAMPDEF-STATUS.

           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRD-ACCOUNT-TYPE
               FILE STATUS WS-PRODCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-DEFINITIONS.
       COPY "CAMPDEF.cpy".

       FD  PRODUCT-CATALOG.
       COPY "PRODCAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAMPDEF-STATUS   PIC XX.
       01 WS-PRODCAT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-CAMPAIGN VALUE "D".
          88 WS-CLOSE-CAMPAIGN  VALUE "C".
          88 WS-INQUIRE         VALUE "I".
       01 WS-CAMPAIGN-CODE    PIC X(8).
       01 WS-NEW-FLAG         PIC X.
          88 WS-NEW-CAMPAIGN  VALUE "Y".
       01 WS-CRITERIA-FLAG    PIC X.
          88 WS-CRITERIA-GOOD VALUE "Y".
       01 WS-CHECK-TYPE       PIC X(2).
       01 WS-TYPE-FLAG        PIC X.
          88 WS-TYPE-GOOD     VALUE "Y".
       01 WS-TAKEUP-PCT       PIC 9(3)V99.
       01 WS-DISPLAY-PCT      PIC ZZ9.99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) CLOSE(C) INQUIRE(I): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CAMPAIGN CODE (8 CHARS): ".
           ACCEPT WS-CAMPAIGN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-THE-CAMPAIGNS

           EVALUATE TRUE
               WHEN WS-CAMPAIGN-CODE = SPACES
                   DISPLAY "Campaign code is required"
               WHEN WS-DEFINE-CAMPAIGN
                   PERFORM DEFINE-THE-CAMPAIGN
               WHEN WS-CLOSE-CAMPAIGN
                   PERFORM CLOSE-THE-CAMPAIGN
               WHEN WS-INQUIRE
                   PERFORM SHOW-THE-CAMPAIGN
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER D, C OR I"
           END-EVALUATE

           CLOSE CAMPAIGN-DEFINITIONS

           GOBACK.

       OPEN-THE-CAMPAIGNS.
           OPEN I-O CAMPAIGN-DEFINITIONS
           IF WS-CAMPDEF-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-DEFINITIONS
               CLOSE CAMPAIGN-DEFINITIONS
               OPEN I-O CAMPAIGN-DEFINITIONS
           END-IF
           CALL "FILERR" USING "CAMPMNT " "CAMPDEF" WS-CAMPDEF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ONCE EXTRACTED THE CRITERIA ARE WHAT THE LIST WAS DRAWN
      * ON AND STAY AS THEY ARE - A CHANGED SELECTION IS A NEW
      * CAMPAIGN.
       DEFINE-THE-CAMPAIGN.
           MOVE "N" TO WS-NEW-FLAG
           MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
           READ CAMPAIGN-DEFINITIONS
               INVALID KEY
                   SET WS-NEW-CAMPAIGN TO TRUE
                   INITIALIZE CAMPAIGN-DEFINITION-RECORD
                   MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-NEW-CAMPAIGN AND NOT CMP-AWAITING-EXTRACT
               DISPLAY "Campaign already extracted or closed - "
                   "criteria cannot be changed"
           ELSE
               PERFORM ACCEPT-CAMPAIGN-FIELDS
               PERFORM CHECK-THE-CRITERIA
               IF WS-CRITERIA-GOOD
                   SET CMP-AWAITING-EXTRACT TO TRUE
                   MOVE WS-TS-DATE     TO CMP-SET-DATE
                   MOVE WS-OPERATOR-ID TO CMP-SET-BY
                   IF WS-NEW-CAMPAIGN
                       WRITE CAMPAIGN-DEFINITION-RECORD
                   ELSE
                       REWRITE CAMPAIGN-DEFINITION-RECORD
                   END-IF
                   CALL "FILERR" USING "CAMPMNT " "CAMPDEF"
                       WS-CAMPDEF-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
                       " DEFINED - AWAITING EXTRACT"
               END-IF
           END-IF.

       ACCEPT-CAMPAIGN-FIELDS.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT CMP-DESCRIPTION.
           DISPLAY "ENTER PRODUCT TYPE HELD (SPACES = ANY): ".
           ACCEPT CMP-HOLDS-TYPE.
           DISPLAY "ENTER PRODUCT TYPE NOT HELD (SPACES = NONE): ".
           ACCEPT CMP-LACKS-TYPE.
           DISPLAY "ENTER MINIMUM COMBINED BALANCE: ".
           ACCEPT CMP-MIN-BALANCE.
           DISPLAY "ENTER MAXIMUM COMBINED BALANCE (0 = NO LIMIT): ".
           ACCEPT CMP-MAX-BALANCE.
           DISPLAY "ENTER MINIMUM AGE: ".
           ACCEPT CMP-MIN-AGE.
           DISPLAY "ENTER MAXIMUM AGE (0 = NO LIMIT): ".
           ACCEPT CMP-MAX-AGE.
           DISPLAY "ENTER RELATIONSHIP BANDS TAKEN (E.G. AB, "
               "SPACES = ANY): ".
           ACCEPT CMP-BANDS.
           DISPLAY "ENTER TD MATURING FROM DAYS AHEAD: ".
           ACCEPT CMP-TD-FROM-DAYS.
           DISPLAY "ENTER TD MATURING TO DAYS AHEAD (0 = NO TEST): ".
           ACCEPT CMP-TD-TO-DAYS.
           DISPLAY "ENTER PRODUCT TYPE ON OFFER (SPACES = ANY): ".
           ACCEPT CMP-OFFER-TYPE.

       CHECK-THE-CRITERIA.
           MOVE "Y" TO WS-CRITERIA-FLAG
           MOVE CMP-HOLDS-TYPE TO WS-CHECK-TYPE
           PERFORM CHECK-PRODUCT-TYPE
           MOVE CMP-LACKS-TYPE TO WS-CHECK-TYPE
           PERFORM CHECK-PRODUCT-TYPE
           MOVE CMP-OFFER-TYPE TO WS-CHECK-TYPE
           PERFORM CHECK-PRODUCT-TYPE
           IF CMP-HOLDS-TYPE NOT = SPACES
              AND CMP-HOLDS-TYPE = CMP-LACKS-TYPE
               DISPLAY "Product held and not held cannot be the same"
               MOVE "N" TO WS-CRITERIA-FLAG
           END-IF
           IF CMP-MAX-BALANCE > 0
              AND CMP-MAX-BALANCE < CMP-MIN-BALANCE
               DISPLAY "Maximum balance is below the minimum"
               MOVE "N" TO WS-CRITERIA-FLAG
           END-IF
           IF CMP-MAX-AGE > 0 AND CMP-MAX-AGE < CMP-MIN-AGE
               DISPLAY "Maximum age is below the minimum"
               MOVE "N" TO WS-CRITERIA-FLAG
           END-IF
           IF CMP-TD-TO-DAYS > 0 AND CMP-TD-TO-DAYS < CMP-TD-FROM-DAYS
               DISPLAY "TD maturity window ends before it starts"
               MOVE "N" TO WS-CRITERIA-FLAG
           END-IF.

      * "LN" IS A LOAN ON LOANMAST, NOT A CATALOG PRODUCT. NO
      * CATALOG ON DISK PASSES EVERY TYPE, AS ACCTOPEN DOES.
       CHECK-PRODUCT-TYPE.
           MOVE "N" TO WS-TYPE-FLAG
           IF WS-CHECK-TYPE = SPACES OR WS-CHECK-TYPE = "LN"
               SET WS-TYPE-GOOD TO TRUE
           ELSE
               OPEN INPUT PRODUCT-CATALOG
               IF WS-PRODCAT-STATUS = "35"
                   SET WS-TYPE-GOOD TO TRUE
               ELSE
                   CALL "FILERR" USING "CAMPMNT " "PRODCAT"
                       WS-PRODCAT-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE WS-CHECK-TYPE TO PRD-ACCOUNT-TYPE
                   READ PRODUCT-CATALOG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRD-PRODUCT-ACTIVE
                               SET WS-TYPE-GOOD TO TRUE
                           END-IF
                   END-READ
                   CLOSE PRODUCT-CATALOG
               END-IF
           END-IF
           IF NOT WS-TYPE-GOOD
               DISPLAY "Product type " WS-CHECK-TYPE
                   " is not an active catalog product"
               MOVE "N" TO WS-CRITERIA-FLAG
           END-IF.

       CLOSE-THE-CAMPAIGN.
           MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
           READ CAMPAIGN-DEFINITIONS
               INVALID KEY
                   DISPLAY "Campaign not on file"
               NOT INVALID KEY
                   IF CMP-CLOSED
                       DISPLAY "Campaign is already closed"
                   ELSE
                       SET CMP-CLOSED      TO TRUE
                       MOVE WS-TS-DATE     TO CMP-SET-DATE
                       MOVE WS-OPERATOR-ID TO CMP-SET-BY
                       REWRITE CAMPAIGN-DEFINITION-RECORD
                       CALL "FILERR" USING "CAMPMNT " "CAMPDEF"
                           WS-CAMPDEF-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE " CLOSED"
                   END-IF
           END-READ.

       SHOW-THE-CAMPAIGN.
           MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
           READ CAMPAIGN-DEFINITIONS
               INVALID KEY
                   DISPLAY "Campaign not on file"
               NOT INVALID KEY
                   PERFORM SHOW-CAMPAIGN-DETAIL
           END-READ.

       SHOW-CAMPAIGN-DETAIL.
           DISPLAY "CAMPAIGN  " CMP-CAMPAIGN-CODE " " CMP-DESCRIPTION
               " STATUS " CMP-STATUS
           DISPLAY "HOLDS     " CMP-HOLDS-TYPE " LACKS " CMP-LACKS-TYPE
               " OFFER " CMP-OFFER-TYPE " BANDS " CMP-BANDS
           DISPLAY "BALANCE   " CMP-MIN-BALANCE " TO " CMP-MAX-BALANCE
               " AGE " CMP-MIN-AGE " TO " CMP-MAX-AGE
           DISPLAY "TD DAYS   " CMP-TD-FROM-DAYS " TO " CMP-TD-TO-DAYS
               " SET " CMP-SET-DATE " BY " CMP-SET-BY
           IF NOT CMP-AWAITING-EXTRACT
               MOVE 0 TO WS-TAKEUP-PCT
               IF CMP-SELECTED-COUNT > 0
                   COMPUTE WS-TAKEUP-PCT ROUNDED =
                       CMP-TAKEUP-COUNT * 100 / CMP-SELECTED-COUNT
               END-IF
               MOVE WS-TAKEUP-PCT TO WS-DISPLAY-PCT
               DISPLAY "EXTRACTED " CMP-EXTRACT-DATE " SELECTED "
                   CMP-SELECTED-COUNT " SUPPRESSED "
                   CMP-SUPPRESSED-COUNT
               DISPLAY "RESPONSES " CMP-RESPONSE-COUNT " TAKE-UP "
                   CMP-TAKEUP-COUNT " (" WS-DISPLAY-PCT "%)"
           END-IF.
