       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDOCMNT.

      *****************************************************
      * Loan document checklist maintenance - define or      *
      * amend a document a loan product requires, retire one, *
      * or list a product's checklist. The checklist is what   *
      * makes a loan product code real: LNAPMNT takes           *
      * applications only for a product with an active document  *
      * on file and copies the active documents onto each new     *
      * application to be collected.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-REQUIREMENTS ASSIGN TO "LNDOCREQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LDR-KEY
               FILE STATUS WS-LNDOCREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOC-REQUIREMENTS.
       COPY "LNDOCREQ.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LNDOCREQ-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CHECKLIST VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-DOCUMENT VALUE "D".
          88 WS-RETIRE-DOCUMENT VALUE "R".
          88 WS-LIST-CHECKLIST  VALUE "L".
       01 WS-PRODUCT          PIC X(2).
       01 WS-DOC-CODE         PIC X(4).
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) RETIRE(R) LIST(L): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER LOAN PRODUCT (2 CHARS): ".
           ACCEPT WS-PRODUCT.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-THE-CHECKLIST

           EVALUATE TRUE
               WHEN WS-PRODUCT = SPACES
                   DISPLAY "Loan product is required"
               WHEN WS-DEFINE-DOCUMENT
                   PERFORM DEFINE-THE-DOCUMENT
               WHEN WS-RETIRE-DOCUMENT
                   PERFORM RETIRE-THE-DOCUMENT
               WHEN WS-LIST-CHECKLIST
                   PERFORM LIST-THE-CHECKLIST
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER D, R OR L"
           END-EVALUATE

           CLOSE DOC-REQUIREMENTS

           GOBACK.

       OPEN-THE-CHECKLIST.
           OPEN I-O DOC-REQUIREMENTS
           IF WS-LNDOCREQ-STATUS = "35"
               OPEN OUTPUT DOC-REQUIREMENTS
               CLOSE DOC-REQUIREMENTS
               OPEN I-O DOC-REQUIREMENTS
           END-IF
           CALL "FILERR" USING "LNDOCMNT" "LNDOCREQ" WS-LNDOCREQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * APPLICATIONS ALREADY CAPTURED KEEP THE CHECKLIST THEY
      * WERE TAKEN WITH - A NEW DOCUMENT APPLIES FROM THE NEXT.
       DEFINE-THE-DOCUMENT.
           DISPLAY "ENTER DOCUMENT CODE (4 CHARS): ".
           ACCEPT WS-DOC-CODE.

           MOVE WS-PRODUCT  TO LDR-PRODUCT
           MOVE WS-DOC-CODE TO LDR-DOC-CODE
           READ DOC-REQUIREMENTS
               INVALID KEY
                   PERFORM ACCEPT-DOCUMENT-FIELDS
                   WRITE LOAN-DOC-REQUIREMENT-RECORD
               NOT INVALID KEY
                   PERFORM ACCEPT-DOCUMENT-FIELDS
                   REWRITE LOAN-DOC-REQUIREMENT-RECORD
           END-READ
           CALL "FILERR" USING "LNDOCMNT" "LNDOCREQ" WS-LNDOCREQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "DOCUMENT " WS-DOC-CODE " REQUIRED FOR PRODUCT "
               WS-PRODUCT " - " LDR-DESCRIPTION.

       ACCEPT-DOCUMENT-FIELDS.
           MOVE WS-PRODUCT  TO LDR-PRODUCT
           MOVE WS-DOC-CODE TO LDR-DOC-CODE

           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT LDR-DESCRIPTION.

           SET LDR-ACTIVE      TO TRUE
           MOVE WS-TS-DATE     TO LDR-SET-DATE
           MOVE WS-OPERATOR-ID TO LDR-SET-BY.

       RETIRE-THE-DOCUMENT.
           DISPLAY "ENTER DOCUMENT CODE (4 CHARS): ".
           ACCEPT WS-DOC-CODE.

           MOVE WS-PRODUCT  TO LDR-PRODUCT
           MOVE WS-DOC-CODE TO LDR-DOC-CODE
           READ DOC-REQUIREMENTS
               INVALID KEY
                   DISPLAY "Document not on the product checklist"
               NOT INVALID KEY
                   SET LDR-RETIRED     TO TRUE
                   MOVE WS-TS-DATE     TO LDR-SET-DATE
                   MOVE WS-OPERATOR-ID TO LDR-SET-BY
                   REWRITE LOAN-DOC-REQUIREMENT-RECORD
                   CALL "FILERR" USING "LNDOCMNT" "LNDOCREQ"
                       WS-LNDOCREQ-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "DOCUMENT " WS-DOC-CODE " RETIRED FOR "
                       WS-PRODUCT
           END-READ.

       LIST-THE-CHECKLIST.
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
                           DISPLAY "  " LDR-DOC-CODE
                               " " LDR-DESCRIPTION
                               " " LDR-STATUS
                               " SET " LDR-SET-DATE
                               " BY " LDR-SET-BY
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " DOCUMENT(S) ON THE CHECKLIST FOR "
               WS-PRODUCT.
