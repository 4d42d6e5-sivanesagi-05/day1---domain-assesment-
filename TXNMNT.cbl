       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMNT.

      *****************************************************
      * Transaction-code table maintenance. Define a new     *
      * code or amend the narrative, debit/credit sense or    *
      * statement description of an existing one, or list      *
      * the table. Changes reach every statement, passbook      *
      * and history inquiry printed afterwards, so only an       *
      * active supervisor on OPERMAST may make them.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-CODES ASSIGN TO "TXNCODE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TCD-TRANS-CODE
               FILE STATUS WS-TXNCODE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-CODES.
       COPY "TXNCODE.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXNCODE-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CODES     VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-CODE   VALUE "D".
          88 WS-LIST-CODES    VALUE "L".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-TRANS-CODE       PIC X(4).
       01 WS-LISTED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) LIST(L): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           IF WS-DEFINE-CODE
               PERFORM CHECK-SUPERVISOR-ROLE
               IF NOT WS-AUTHORIZED
                   DISPLAY "Transaction codes need a supervisor - "
                       "request refused"
                   GOBACK
               END-IF
           END-IF

           OPEN I-O TRANSACTION-CODES
           IF WS-TXNCODE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-CODES
               CLOSE TRANSACTION-CODES
               OPEN I-O TRANSACTION-CODES
           END-IF
           CALL "FILERR" USING "TXNMNT  " "TXNCODE" WS-TXNCODE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-DEFINE-CODE
                   PERFORM DEFINE-THE-CODE
               WHEN WS-LIST-CODES
                   PERFORM LIST-THE-CODES
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE

           CLOSE TRANSACTION-CODES

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "TXNMNT  " "OPERMAST" WS-OPERMAST-STATUS
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

       DEFINE-THE-CODE.
           DISPLAY "ENTER TRANSACTION CODE (4 CHARS): ".
           ACCEPT WS-TRANS-CODE.

           MOVE WS-TRANS-CODE TO TCD-TRANS-CODE
           READ TRANSACTION-CODES
               INVALID KEY
                   PERFORM ACCEPT-CODE-FIELDS
                   IF TCD-DEBIT OR TCD-CREDIT
                       WRITE TRANSACTION-CODE-RECORD
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CURRENTLY: " TCD-NARRATIVE " "
                       TCD-DR-CR " " TCD-STATEMENT-DESC
                   PERFORM ACCEPT-CODE-FIELDS
                   IF TCD-DEBIT OR TCD-CREDIT
                       REWRITE TRANSACTION-CODE-RECORD
                   END-IF
           END-READ

           IF TCD-DEBIT OR TCD-CREDIT
               CALL "FILERR" USING "TXNMNT  " "TXNCODE"
                   WS-TXNCODE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               DISPLAY "CODE " WS-TRANS-CODE " SET - "
                   TCD-NARRATIVE " / " TCD-STATEMENT-DESC
           ELSE
               DISPLAY "INVALID SENSE - ENTER D OR C"
           END-IF.

       ACCEPT-CODE-FIELDS.
           MOVE WS-TRANS-CODE TO TCD-TRANS-CODE

           DISPLAY "ENTER SHORT NARRATIVE (12 CHARS): ".
           ACCEPT TCD-NARRATIVE.

           DISPLAY "DEBIT(D) OR CREDIT(C) TO THE CUSTOMER: ".
           ACCEPT TCD-DR-CR.

           DISPLAY "ENTER STATEMENT DESCRIPTION (24 CHARS): ".
           ACCEPT TCD-STATEMENT-DESC.

           MOVE WS-OPERATOR-ID TO TCD-SET-BY
           MOVE WS-TS-DATE     TO TCD-SET-DATE.

       LIST-THE-CODES.
           PERFORM UNTIL END-OF-CODES
               READ TRANSACTION-CODES NEXT RECORD
                   AT END SET END-OF-CODES TO TRUE
                   NOT AT END
                       DISPLAY "  " TCD-TRANS-CODE
                           " " TCD-NARRATIVE
                           " " TCD-DR-CR
                           " " TCD-STATEMENT-DESC
                           " " TCD-SET-BY
                           " " TCD-SET-DATE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " TRANSACTION CODE(S) ON FILE".
