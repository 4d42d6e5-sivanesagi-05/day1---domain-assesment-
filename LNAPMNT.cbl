       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPMNT.

      *****************************************************
      * Loan application maintenance - capture a new         *
      * application against a product with an LNDOCREQ        *
      * checklist, record each document received or waived,    *
      * sanction an application LOANELIG has found eligible (a  *
      * referred one only on a manager's authority), decline or  *
      * withdraw one, or show one with its documents. Every move  *
      * between stages adds the days spent in the stage being      *
      * left, for the LNAPRPT turnaround report; LOANOPEN books     *
      * only what is sanctioned here.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATIONS ASSIGN TO "LNAPPL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAP-APPLICATION-NO
               FILE STATUS WS-LNAPPL-STATUS.

           SELECT APPLICATION-DOCUMENTS ASSIGN TO "LNAPDOC.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAD-KEY
               FILE STATUS WS-LNAPDOC-STATUS.

           SELECT DOC-REQUIREMENTS ASSIGN TO "LNDOCREQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LDR-KEY
               FILE STATUS WS-LNDOCREQ-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATIONS.
       COPY "LNAPPL.cpy".

       FD  APPLICATION-DOCUMENTS.
       COPY "LNAPDOC.cpy".

       FD  DOC-REQUIREMENTS.
       COPY "LNDOCREQ.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LNAPPL-STATUS    PIC XX.
       01 WS-LNAPDOC-STATUS   PIC XX.
       01 WS-LNDOCREQ-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-CAPTURE       VALUE "N".
          88 WS-DOCUMENT      VALUE "D".
          88 WS-SANCTION      VALUE "S".
          88 WS-DECLINE       VALUE "X".
          88 WS-WITHDRAW      VALUE "W".
          88 WS-SHOW          VALUE "L".
       01 WS-APPLICATION-NO   PIC 9(8).
       01 WS-NEXT-APPLICATION PIC 9(8)   VALUE 0.
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-PRODUCT          PIC X(2).
       01 WS-BRANCH           PIC X(4).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-REQUESTED-AMT    PIC 9(9).
       01 WS-TERM-YEARS       PIC 9(2).
       01 WS-SANCTION-AMT     PIC 9(9).
       01 WS-MANAGER-ID       PIC X(8).
       01 WS-DOC-CODE         PIC X(4).
       01 WS-DOC-ACTION       PIC X.
          88 WS-DOC-RECEIVED  VALUE "R".
          88 WS-DOC-WAIVED    VALUE "W".
       01 WS-CLOSE-REASON     PIC X(20).
       01 WS-NEW-STAGE        PIC X.
       01 WS-STAGE-DAYS       PIC 9(5).
       01 WS-DOC-COUNT        PIC 9(3)   VALUE 0.
       01 WS-PENDING-COUNT    PIC 9(3)   VALUE 0.
       01 WS-REQ-FILE-FLAG    PIC X      VALUE "Y".
          88 WS-REQ-ON-FILE   VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-APPLICATIONS VALUE "Y".
       01 WS-DOC-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-DOCUMENTS VALUE "Y".
       01 WS-REQ-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-CHECKLIST VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-INPUT-OK      VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - CAPTURE(N) DOCUMENT(D) SANCTION(S)"
               " DECLINE(X) WITHDRAW(W) SHOW(L): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           IF WS-CAPTURE
               PERFORM CAPTURE-THE-APPLICATION
           ELSE
               DISPLAY "ENTER APPLICATION NUMBER: "
               ACCEPT WS-APPLICATION-NO
               MOVE WS-APPLICATION-NO TO LAP-APPLICATION-NO
               READ LOAN-APPLICATIONS
                   INVALID KEY
                       DISPLAY "Application not found"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-DOCUMENT
                               PERFORM RECORD-A-DOCUMENT
                           WHEN WS-SANCTION
                               PERFORM SANCTION-THE-APPLICATION
                           WHEN WS-DECLINE OR WS-WITHDRAW
                               PERFORM CLOSE-THE-APPLICATION
                           WHEN WS-SHOW
                               PERFORM SHOW-THE-APPLICATION
                           WHEN OTHER
                               DISPLAY "INVALID ACTION - ENTER N, D, S,"
                                   " X, W OR L"
                       END-EVALUATE
               END-READ
           END-IF

           CLOSE LOAN-APPLICATIONS
           CLOSE APPLICATION-DOCUMENTS
           IF WS-REQ-ON-FILE
               CLOSE DOC-REQUIREMENTS
           END-IF
           CLOSE CUSTOMER-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O LOAN-APPLICATIONS
           IF WS-LNAPPL-STATUS = "35"
               OPEN OUTPUT LOAN-APPLICATIONS
               CLOSE LOAN-APPLICATIONS
               OPEN I-O LOAN-APPLICATIONS
           END-IF
           CALL "FILERR" USING "LNAPMNT " "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O APPLICATION-DOCUMENTS
           IF WS-LNAPDOC-STATUS = "35"
               OPEN OUTPUT APPLICATION-DOCUMENTS
               CLOSE APPLICATION-DOCUMENTS
               OPEN I-O APPLICATION-DOCUMENTS
           END-IF
           CALL "FILERR" USING "LNAPMNT " "LNAPDOC" WS-LNAPDOC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO CHECKLIST FILE YET MEANS NO LOAN PRODUCTS SET UP.
           OPEN INPUT DOC-REQUIREMENTS
           IF WS-LNDOCREQ-STATUS = "35"
               MOVE "N" TO WS-REQ-FILE-FLAG
           ELSE
               CALL "FILERR" USING "LNAPMNT " "LNDOCREQ"
                   WS-LNDOCREQ-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "LNAPMNT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CAPTURE-THE-APPLICATION.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.

           DISPLAY "ENTER LOAN PRODUCT (2 CHARS): ".
           ACCEPT WS-PRODUCT.

           DISPLAY "ENTER BRANCH: ".
           ACCEPT WS-BRANCH.

           DISPLAY "ENTER REQUESTED LOAN AMOUNT: ".
           ACCEPT WS-REQUESTED-AMT.

           DISPLAY "ENTER LOAN TENURE (YEARS): ".
           ACCEPT WS-TERM-YEARS.

           MOVE "Y" TO WS-OK-FLAG
           MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found"
                   MOVE "N" TO WS-OK-FLAG
           END-READ

           IF WS-INPUT-OK
               CALL "BRCHK" USING WS-BRANCH WS-BRANCH-FLAG
                   WS-BRANCH-REGION
               EVALUATE TRUE
                   WHEN NOT WS-BRANCH-OPEN
                       DISPLAY "Unknown or closed branch " WS-BRANCH
                       MOVE "N" TO WS-OK-FLAG
                   WHEN WS-REQUESTED-AMT = 0
                       DISPLAY "Requested amount must be above zero"
                       MOVE "N" TO WS-OK-FLAG
                   WHEN WS-TERM-YEARS = 0
                       DISPLAY "Loan tenure must be at least a year"
                       MOVE "N" TO WS-OK-FLAG
               END-EVALUATE
           END-IF

           IF WS-INPUT-OK
               PERFORM COUNT-PRODUCT-DOCUMENTS
               IF WS-DOC-COUNT = 0
                   DISPLAY "Loan product " WS-PRODUCT
                       " has no document checklist - application"
                       " refused"
                   MOVE "N" TO WS-OK-FLAG
               END-IF
           END-IF

           IF WS-INPUT-OK
               PERFORM FIND-LAST-APPLICATION
               ADD 1 TO WS-NEXT-APPLICATION
               INITIALIZE LOAN-APPLICATION-RECORD
               MOVE WS-NEXT-APPLICATION TO LAP-APPLICATION-NO
               MOVE WS-CUSTOMER-ID      TO LAP-CUSTOMER-ID
               MOVE WS-PRODUCT          TO LAP-PRODUCT
               MOVE WS-BRANCH           TO LAP-BRANCH
               MOVE WS-REQUESTED-AMT    TO LAP-REQUESTED-AMT
               MOVE WS-TERM-YEARS       TO LAP-TERM-YEARS
               SET LAP-CAPTURED         TO TRUE
               MOVE WS-TS-DATE          TO LAP-STAGE-DATE
               MOVE WS-TS-DATE          TO LAP-CAPTURE-DATE
               MOVE WS-OPERATOR-ID      TO LAP-CAPTURED-BY
               PERFORM WRITE-APPLICATION
               PERFORM COPY-PRODUCT-CHECKLIST
               DISPLAY "APPLICATION " LAP-APPLICATION-NO
                   " CAPTURED FOR CUSTOMER " WS-CUSTOMER-ID
                   " - " WS-DOC-COUNT " DOCUMENT(S) TO COLLECT"
           END-IF.

       COUNT-PRODUCT-DOCUMENTS.
           MOVE 0 TO WS-DOC-COUNT
           MOVE "N" TO WS-REQ-EOF-FLAG
           IF NOT WS-REQ-ON-FILE
               SET END-OF-CHECKLIST TO TRUE
           ELSE
               MOVE WS-PRODUCT TO LDR-PRODUCT
               MOVE SPACES     TO LDR-DOC-CODE
               START DOC-REQUIREMENTS KEY IS NOT LESS THAN LDR-KEY
                   INVALID KEY SET END-OF-CHECKLIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-CHECKLIST
               READ DOC-REQUIREMENTS NEXT RECORD
                   AT END SET END-OF-CHECKLIST TO TRUE
                   NOT AT END
                       IF LDR-PRODUCT NOT = WS-PRODUCT
                           SET END-OF-CHECKLIST TO TRUE
                       ELSE
                           IF LDR-ACTIVE
                               ADD 1 TO WS-DOC-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COPY-PRODUCT-CHECKLIST.
           MOVE "N" TO WS-REQ-EOF-FLAG
           MOVE WS-PRODUCT TO LDR-PRODUCT
           MOVE SPACES     TO LDR-DOC-CODE
           START DOC-REQUIREMENTS KEY IS NOT LESS THAN LDR-KEY
               INVALID KEY SET END-OF-CHECKLIST TO TRUE
           END-START
           PERFORM UNTIL END-OF-CHECKLIST
               READ DOC-REQUIREMENTS NEXT RECORD
                   AT END SET END-OF-CHECKLIST TO TRUE
                   NOT AT END
                       IF LDR-PRODUCT NOT = WS-PRODUCT
                           SET END-OF-CHECKLIST TO TRUE
                       ELSE
                           IF LDR-ACTIVE
                               MOVE LAP-APPLICATION-NO
                                   TO LAD-APPLICATION-NO
                               MOVE LDR-DOC-CODE    TO LAD-DOC-CODE
                               MOVE LDR-DESCRIPTION TO LAD-DESCRIPTION
                               SET LAD-PENDING      TO TRUE
                               MOVE WS-TS-DATE      TO LAD-STATUS-DATE
                               MOVE WS-OPERATOR-ID  TO LAD-STATUS-BY
                               WRITE LOAN-APP-DOCUMENT-RECORD
                               CALL "FILERR" USING "LNAPMNT "
                                   "LNAPDOC" WS-LNAPDOC-STATUS
                                   WS-ABEND-FLAG
                               IF WS-ABEND
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-LAST-APPLICATION.
           MOVE 0 TO WS-NEXT-APPLICATION
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO LAP-APPLICATION-NO
           START LOAN-APPLICATIONS
               KEY IS GREATER THAN LAP-APPLICATION-NO
               INVALID KEY SET END-OF-APPLICATIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-APPLICATIONS
               READ LOAN-APPLICATIONS NEXT RECORD
                   AT END SET END-OF-APPLICATIONS TO TRUE
                   NOT AT END
                       MOVE LAP-APPLICATION-NO TO WS-NEXT-APPLICATION
               END-READ
           END-PERFORM.

      * ONCE THE LAST PENDING DOCUMENT IS IN, AN APPLICATION
      * WAITING ON DOCUMENTS GOES BACK TO ELIGIBILITY DONE AND
      * IS READY TO SANCTION.
       RECORD-A-DOCUMENT.
           IF NOT (LAP-CAPTURED OR LAP-ELIGIBILITY-DONE
                   OR LAP-DOCS-PENDING)
               DISPLAY "Application is past the document stage"
           ELSE
               DISPLAY "ENTER DOCUMENT CODE: "
               ACCEPT WS-DOC-CODE
               DISPLAY "RECEIVED(R) OR WAIVED(W): "
               ACCEPT WS-DOC-ACTION
               MOVE LAP-APPLICATION-NO TO LAD-APPLICATION-NO
               MOVE WS-DOC-CODE        TO LAD-DOC-CODE
               READ APPLICATION-DOCUMENTS
                   INVALID KEY
                       DISPLAY "Document not on this application"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-DOC-RECEIVED
                               SET LAD-RECEIVED TO TRUE
                               PERFORM STORE-THE-DOCUMENT
                           WHEN WS-DOC-WAIVED
                               SET LAD-WAIVED TO TRUE
                               PERFORM STORE-THE-DOCUMENT
                           WHEN OTHER
                               DISPLAY "INVALID CHOICE - ENTER R OR W"
                       END-EVALUATE
               END-READ
           END-IF.

       STORE-THE-DOCUMENT.
           MOVE WS-TS-DATE     TO LAD-STATUS-DATE
           MOVE WS-OPERATOR-ID TO LAD-STATUS-BY
           REWRITE LOAN-APP-DOCUMENT-RECORD
           CALL "FILERR" USING "LNAPMNT " "LNAPDOC" WS-LNAPDOC-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM COUNT-PENDING-DOCUMENTS
           DISPLAY "DOCUMENT " WS-DOC-CODE " " LAD-STATUS " - "
               WS-PENDING-COUNT " STILL PENDING"
           IF WS-PENDING-COUNT = 0 AND LAP-DOCS-PENDING
               MOVE "E" TO WS-NEW-STAGE
               PERFORM CHANGE-APPLICATION-STAGE
               PERFORM REWRITE-APPLICATION
               DISPLAY "ALL DOCUMENTS IN - APPLICATION READY TO"
                   " SANCTION"
           END-IF.

       COUNT-PENDING-DOCUMENTS.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-DOC-EOF-FLAG
           MOVE LAP-APPLICATION-NO TO LAD-APPLICATION-NO
           MOVE SPACES             TO LAD-DOC-CODE
           START APPLICATION-DOCUMENTS KEY IS NOT LESS THAN LAD-KEY
               INVALID KEY SET END-OF-DOCUMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-DOCUMENTS
               READ APPLICATION-DOCUMENTS NEXT RECORD
                   AT END SET END-OF-DOCUMENTS TO TRUE
                   NOT AT END
                       IF LAD-APPLICATION-NO NOT = LAP-APPLICATION-NO
                           SET END-OF-DOCUMENTS TO TRUE
                       ELSE
                           IF LAD-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ONLY AN ELIGIBLE APPLICATION WITH EVERY DOCUMENT IN
      * SANCTIONS; ONE LOANELIG REFERRED NEEDS A MANAGER'S ID.
       SANCTION-THE-APPLICATION.
           MOVE "Y" TO WS-OK-FLAG
           MOVE WS-OPERATOR-ID TO WS-MANAGER-ID
           PERFORM COUNT-PENDING-DOCUMENTS
           EVALUATE TRUE
               WHEN LAP-CAPTURED
                   DISPLAY "Eligibility has not been run - LOANELIG"
                       " first"
                   MOVE "N" TO WS-OK-FLAG
               WHEN NOT LAP-ELIGIBILITY-DONE
                AND NOT LAP-DOCS-PENDING
                   DISPLAY "Application is not open for sanction"
                   MOVE "N" TO WS-OK-FLAG
               WHEN WS-PENDING-COUNT > 0
                   DISPLAY WS-PENDING-COUNT " document(s) still"
                       " pending - sanction refused"
                   MOVE "N" TO WS-OK-FLAG
               WHEN LAP-ELIG-DECISION = "REFER-TO-MANAGER"
                   DISPLAY "REFERRED - " LAP-ELIG-REASON
                   DISPLAY "MANAGER ID TO APPROVE (SPACES ="
                       " DECLINE): "
                   ACCEPT WS-MANAGER-ID
                   IF WS-MANAGER-ID = SPACES
                       DISPLAY "Sanction refused - referral not"
                           " approved"
                       MOVE "N" TO WS-OK-FLAG
                   END-IF
               WHEN LAP-ELIG-DECISION NOT = "ELIGIBLE"
                   DISPLAY "Eligibility decision is "
                       LAP-ELIG-DECISION " - sanction refused"
                   MOVE "N" TO WS-OK-FLAG
           END-EVALUATE

           IF WS-INPUT-OK
               DISPLAY "ENTER SANCTIONED AMOUNT (0 = AS REQUESTED): "
               ACCEPT WS-SANCTION-AMT
               IF WS-SANCTION-AMT = 0
                   MOVE LAP-REQUESTED-AMT TO WS-SANCTION-AMT
               END-IF
               IF WS-SANCTION-AMT > LAP-REQUESTED-AMT
                   DISPLAY "Sanctioned amount exceeds the amount"
                       " requested"
               ELSE
                   MOVE WS-SANCTION-AMT TO LAP-SANCTIONED-AMT
                   MOVE WS-TS-DATE      TO LAP-SANCTION-DATE
                   MOVE WS-MANAGER-ID   TO LAP-SANCTIONED-BY
                   MOVE "S" TO WS-NEW-STAGE
                   PERFORM CHANGE-APPLICATION-STAGE
                   PERFORM REWRITE-APPLICATION
                   DISPLAY "APPLICATION " LAP-APPLICATION-NO
                       " SANCTIONED FOR " LAP-SANCTIONED-AMT
               END-IF
           END-IF.

       CLOSE-THE-APPLICATION.
           IF NOT LAP-IN-PIPELINE
               DISPLAY "Application is already closed - stage "
                   LAP-STAGE
           ELSE
               DISPLAY "ENTER REASON: "
               ACCEPT WS-CLOSE-REASON
               IF WS-DECLINE
                   MOVE "D" TO WS-NEW-STAGE
               ELSE
                   MOVE "W" TO WS-NEW-STAGE
               END-IF
               PERFORM CHANGE-APPLICATION-STAGE
               MOVE WS-CLOSE-REASON TO LAP-CLOSE-REASON
               MOVE WS-TS-DATE      TO LAP-CLOSED-DATE
               MOVE WS-OPERATOR-ID  TO LAP-CLOSED-BY
               PERFORM REWRITE-APPLICATION
               IF LAP-DECLINED
                   DISPLAY "APPLICATION " LAP-APPLICATION-NO
                       " DECLINED"
               ELSE
                   DISPLAY "APPLICATION " LAP-APPLICATION-NO
                       " WITHDRAWN"
               END-IF
           END-IF.

      * THE DAYS SPENT IN THE STAGE BEING LEFT ARE ADDED TO THAT
      * STAGE'S TOTAL BEFORE THE APPLICATION MOVES ON.
       CHANGE-APPLICATION-STAGE.
           COMPUTE WS-STAGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               - FUNCTION INTEGER-OF-DATE(LAP-STAGE-DATE)
           EVALUATE TRUE
               WHEN LAP-CAPTURED
                   ADD WS-STAGE-DAYS TO LAP-DAYS-CAPTURED
               WHEN LAP-ELIGIBILITY-DONE
                   ADD WS-STAGE-DAYS TO LAP-DAYS-ELIGIBILITY
               WHEN LAP-DOCS-PENDING
                   ADD WS-STAGE-DAYS TO LAP-DAYS-DOCUMENTS
               WHEN LAP-SANCTIONED
                   ADD WS-STAGE-DAYS TO LAP-DAYS-SANCTIONED
           END-EVALUATE
           MOVE WS-NEW-STAGE TO LAP-STAGE
           MOVE WS-TS-DATE   TO LAP-STAGE-DATE.

       WRITE-APPLICATION.
           WRITE LOAN-APPLICATION-RECORD
           CALL "FILERR" USING "LNAPMNT " "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REWRITE-APPLICATION.
           REWRITE LOAN-APPLICATION-RECORD
           CALL "FILERR" USING "LNAPMNT " "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       SHOW-THE-APPLICATION.
           DISPLAY "APPLICATION " LAP-APPLICATION-NO
               " CUSTOMER " LAP-CUSTOMER-ID
               " PRODUCT " LAP-PRODUCT " BRANCH " LAP-BRANCH
           DISPLAY "  REQUESTED " LAP-REQUESTED-AMT
               " OVER " LAP-TERM-YEARS " YEAR(S) - STAGE "
               LAP-STAGE " SINCE " LAP-STAGE-DATE
           DISPLAY "  CAPTURED " LAP-CAPTURE-DATE
               " BY " LAP-CAPTURED-BY
           IF LAP-ELIG-DATE > 0
               DISPLAY "  ELIGIBILITY " LAP-ELIG-DECISION
                   " " LAP-ELIG-REASON " ON " LAP-ELIG-DATE
           END-IF
           IF LAP-SANCTION-DATE > 0
               DISPLAY "  SANCTIONED " LAP-SANCTIONED-AMT
                   " ON " LAP-SANCTION-DATE " BY " LAP-SANCTIONED-BY
           END-IF
           IF LAP-BOOKED
               DISPLAY "  BOOKED " LAP-BOOKED-PRINCIPAL
                   " AT " LAP-BOOKED-RATE " FOR "
                   LAP-BOOKED-TERM-MONTHS " MONTH(S) ON "
                   LAP-BOOKED-DATE " TO " LAP-DISBURSE-ACCOUNT
           END-IF
           IF LAP-DECLINED OR LAP-WITHDRAWN
               DISPLAY "  CLOSED " LAP-CLOSED-DATE " BY "
                   LAP-CLOSED-BY " - " LAP-CLOSE-REASON
           END-IF

           MOVE "N" TO WS-DOC-EOF-FLAG
           MOVE LAP-APPLICATION-NO TO LAD-APPLICATION-NO
           MOVE SPACES             TO LAD-DOC-CODE
           START APPLICATION-DOCUMENTS KEY IS NOT LESS THAN LAD-KEY
               INVALID KEY SET END-OF-DOCUMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-DOCUMENTS
               READ APPLICATION-DOCUMENTS NEXT RECORD
                   AT END SET END-OF-DOCUMENTS TO TRUE
                   NOT AT END
                       IF LAD-APPLICATION-NO NOT = LAP-APPLICATION-NO
                           SET END-OF-DOCUMENTS TO TRUE
                       ELSE
                           DISPLAY "  DOC " LAD-DOC-CODE " "
                               LAD-DESCRIPTION " " LAD-STATUS
                               " " LAD-STATUS-DATE " " LAD-STATUS-BY
                       END-IF
               END-READ
           END-PERFORM.
