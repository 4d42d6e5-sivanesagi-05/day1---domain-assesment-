       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTCAN.

      *****************************************************
      * Cancellation and refund of an outstanding demand     *
      * draft or banker's cheque - the purchaser returning it *
      * unused, or one DRAFTRPT has flagged stale. An          *
      * instrument bought from an account is refunded to that   *
      * account while it is still active; a cash purchase, or    *
      * one whose account has since gone, is refunded in cash     *
      * from the teller's drawer. Either way the drafts-payable GL *
      * line is relieved and the register entry is closed so        *
      * INCLEAR will return the instrument if it is ever presented.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT DRAFT-REGISTER ASSIGN TO "DRAFTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DFT-SERIAL
               FILE STATUS WS-DRAFTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  DRAFT-REGISTER.
       COPY "DRAFTREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-DRAFTREG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-REFUND-FLAG      PIC X      VALUE "C".
          88 WS-REFUND-TO-ACCOUNT VALUE "A".
          88 WS-REFUND-IN-CASH    VALUE "C".
       01 WS-CONFIRM          PIC X.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-SERIAL           PIC 9(6).
       01 NEW-BALANCE         PIC S9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O DRAFT-REGISTER
           IF WS-DRAFTREG-STATUS = "35"
               DISPLAY "No drafts on the register"
               GOBACK
           END-IF
           CALL "FILERR" USING "DRAFTCAN" "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ENTER INSTRUMENT SERIAL: ".
           ACCEPT WS-SERIAL.

           MOVE WS-SERIAL TO DFT-SERIAL
           READ DRAFT-REGISTER
               INVALID KEY
                   DISPLAY "Instrument not on the register"
               NOT INVALID KEY
                   PERFORM CHECK-THE-INSTRUMENT
           END-READ

           CLOSE DRAFT-REGISTER

           GOBACK.

       CHECK-THE-INSTRUMENT.
           EVALUATE TRUE
               WHEN DFT-PAID
                   DISPLAY "Instrument was paid through clearing on "
                       DFT-STATUS-DATE " - cannot cancel"
               WHEN DFT-CANCELLED
                   DISPLAY "Instrument already cancelled on "
                       DFT-STATUS-DATE
               WHEN OTHER
                   PERFORM CONFIRM-THE-CANCEL
           END-EVALUATE.

       CONFIRM-THE-CANCEL.
           DISPLAY "SERIAL " DFT-SERIAL " PAYEE " DFT-PAYEE-NAME
           DISPLAY "AMOUNT " DFT-AMOUNT " ISSUED " DFT-ISSUE-DATE
               " AT " DFT-ISSUE-BRANCH
           IF DFT-STALE
               DISPLAY "INSTRUMENT IS STALE - REFUND DUE"
           END-IF
           DISPLAY "CANCEL AND REFUND (Y/N)? ".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM = "Y"
               PERFORM CHOOSE-REFUND-ROUTE
               IF WS-REFUND-TO-ACCOUNT
                   PERFORM REFUND-TO-ACCOUNT
               ELSE
                   PERFORM REFUND-IN-CASH
               END-IF
               PERFORM CLOSE-REGISTER-ENTRY
           ELSE
               DISPLAY "Cancellation abandoned"
           END-IF.

      * THE MONEY GOES BACK THE WAY IT CAME IN WHEREVER THAT IS
      * STILL POSSIBLE - AN ACCOUNT THAT HAS SINCE CLOSED OR
      * BEEN RESTRICTED CANNOT TAKE THE CREDIT, SO THE
      * PURCHASER IS PAID OUT IN CASH INSTEAD.
       CHOOSE-REFUND-ROUTE.
           SET WS-REFUND-IN-CASH TO TRUE
           IF DFT-FROM-ACCOUNT
               OPEN I-O ACCOUNT-MASTER
               CALL "FILERR" USING "DRAFTCAN" "ACCTMAST"
                   WS-ACCTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE DFT-PURCHASER-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Purchaser account not found -"
                           " refunding in cash"
                   NOT INVALID KEY
                       IF ACM-ACCT-ACTIVE
                           SET WS-REFUND-TO-ACCOUNT TO TRUE
                       ELSE
                           DISPLAY "Purchaser account not active -"
                               " refunding in cash"
                       END-IF
               END-READ
               IF WS-REFUND-IN-CASH
                   CLOSE ACCOUNT-MASTER
               END-IF
           END-IF.

       REFUND-TO-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE NEW-BALANCE = ACM-BALANCE + DFT-AMOUNT
           MOVE NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "DRAFTCAN" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "DRAFTCAN" WS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE DFT-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "DRAFTCAN" "REFNDACT" ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "DRAFTCAN" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           PERFORM WRITE-STATEMENT-EXTRACT
           CLOSE ACCOUNT-MASTER

           DISPLAY "REFUNDED " DFT-AMOUNT " TO ACCOUNT "
               DFT-PURCHASER-ACCOUNT.

      * CASH LEAVES THE CANCELLING TELLER'S DRAWER - DRAWREC
      * PICKS IT UP OFF THE REGISTER AS CASH OUT FOR THE OPERATOR.
       REFUND-IN-CASH.
           MOVE DFT-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "DRAFTCAN" "REFNDCSH" "**"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "DRAFTCAN" DFT-ISSUE-BRANCH "**"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           DISPLAY "PAY OUT " DFT-AMOUNT " IN CASH".

       CLOSE-REGISTER-ENTRY.
           SET DFT-CANCELLED      TO TRUE
           MOVE WS-TS-DATE        TO DFT-STATUS-DATE
           MOVE WS-OPERATOR-ID    TO DFT-CANCEL-OPERATOR
           MOVE WS-REFUND-FLAG    TO DFT-REFUND-MODE
           REWRITE DRAFT-REGISTER-RECORD
           CALL "FILERR" USING "DRAFTCAN" "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           DISPLAY "INSTRUMENT " DFT-SERIAL " CANCELLED".

       WRITE-STATEMENT-EXTRACT.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "DRAFTCAN" "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE DFT-PURCHASER-ACCOUNT TO STX-ACCOUNT-NUMBER
           SET STX-DEPOSIT     TO TRUE
           MOVE DFT-AMOUNT     TO STX-TRANS-AMOUNT
           MOVE NEW-BALANCE    TO STX-NEW-BALANCE
           MOVE WS-TS-DATE     TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME     TO STX-TIMESTAMP(9:8)
           MOVE "TLR"  TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "DFTR" TO STX-TRANS-CODE
           MOVE DFT-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
