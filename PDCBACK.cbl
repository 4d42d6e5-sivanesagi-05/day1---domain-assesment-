       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDCBACK.

      *****************************************************
      * Bounced post-dated loan repayment cheque, called by  *
      * CHQRMTCH ahead of CHQBACK for every clearing-house    *
      * return. A return whose item reference and serial find  *
      * a presented PDCREG cheque for the same bank and amount  *
      * is marked bounced with the clearing house's reason.      *
      * Nothing was ever posted to the loan for it, so its        *
      * installment stays unpaid and EMICOLL and LOANPOST pick it  *
      * up again as any other unpaid installment. The bounce fee is *
      * charged to the borrower's linked account. Anything not on    *
      * the register goes back to CHQRMTCH for CHQBACK.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDC-REGISTER ASSIGN TO "PDCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PDC-KEY
               FILE STATUS WS-PDCREG-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

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

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT FEE-EVENT-REGISTER ASSIGN TO "FEEEVREG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEEEVREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  FEE-EVENT-REGISTER.
       01 FEE-EVENT-RECORD.
          05 FEV-POSTING-DATE       PIC 9(8).
          05 FEV-BRANCH             PIC X(4).
          05 FEV-ACCOUNT-NUMBER     PIC 9(10).
          05 FEV-ACCOUNT-TYPE       PIC X(2).
          05 FEV-EVENT-CODE         PIC X(4).
          05 FEV-FEE-AMOUNT         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-EVENT-FEE        PIC 9(5)V99 VALUE 0.
       01 WS-FEE-NEW-BALANCE  PIC S9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4)   VALUE "PDCB".
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99 VALUE 0.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99.
       01 WS-LTX-BALANCE      PIC 9(9).
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-ITEM-REF         PIC 9(8).
       01 LS-CHEQUE-SERIAL    PIC X(6).
       01 LS-RETURN-REASON    PIC X(3).
       01 LS-PRESENTED-AMOUNT PIC 9(9)V99.
       01 LS-DRAWEE-ROUTING   PIC X(11).
       01 LS-BOUNCE-RESULT    PIC X.
          88 LS-PDC-BOUNCED      VALUE "B".
          88 LS-NOT-A-PDC        VALUE "N".
          88 LS-PDC-CLEARED      VALUE "C".
          88 LS-ALREADY-BOUNCED  VALUE "R".
          88 LS-PDC-MISMATCH     VALUE "M".

       PROCEDURE DIVISION USING LS-ITEM-REF LS-CHEQUE-SERIAL
           LS-RETURN-REASON LS-PRESENTED-AMOUNT LS-DRAWEE-ROUTING
           LS-BOUNCE-RESULT.
       MAIN-LOGIC.
           SET LS-NOT-A-PDC TO TRUE
           IF LS-CHEQUE-SERIAL NOT NUMERIC
               GOBACK
           END-IF

           OPEN I-O PDC-REGISTER
           IF WS-PDCREG-STATUS = "35"
               GOBACK
           END-IF
           CALL "FILERR" USING "PDCBACK " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LS-ITEM-REF      TO PDC-CUSTOMER-ID
           MOVE LS-CHEQUE-SERIAL TO PDC-CHEQUE-SERIAL
           READ PDC-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PROCESS-PDC-RETURN
           END-READ

           CLOSE PDC-REGISTER

           GOBACK.

      * A REGISTER CHEQUE THAT WAS NEVER SENT OUT, OR WENT TO
      * ANOTHER BANK OR FOR ANOTHER AMOUNT, IS NOT THIS RETURN -
      * IT IS LEFT FOR CHQBACK TO MATCH AGAINST THE CLEARING FILE.
       PROCESS-PDC-RETURN.
           EVALUATE TRUE
               WHEN PDC-HELD OR PDC-WITHDRAWN
                   CONTINUE
               WHEN PDC-AMOUNT NOT = LS-PRESENTED-AMOUNT
                 OR PDC-DRAWEE-ROUTING NOT = LS-DRAWEE-ROUTING
                   SET LS-PDC-MISMATCH TO TRUE
                   DISPLAY "Amount or drawee bank differs from PDC"
               WHEN PDC-BOUNCED
                   SET LS-ALREADY-BOUNCED TO TRUE
                   DISPLAY "Post-dated cheque already bounced"
               WHEN PDC-CLEARED
                   SET LS-PDC-CLEARED TO TRUE
                   DISPLAY "Post-dated cheque already cleared"
               WHEN OTHER
                   PERFORM BOUNCE-THE-CHEQUE
           END-EVALUATE.

       BOUNCE-THE-CHEQUE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           SET PDC-BOUNCED TO TRUE
           MOVE LS-RETURN-REASON TO PDC-RETURN-REASON
           MOVE WS-TS-DATE       TO PDC-SETTLED-DATE
           REWRITE POST-DATED-CHEQUE-RECORD
           CALL "FILERR" USING "PDCBACK " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           SET LS-PDC-BOUNCED TO TRUE

           DISPLAY "POST-DATED CHEQUE " PDC-CHEQUE-SERIAL " FOR LOAN "
               PDC-CUSTOMER-ID " BOUNCED - INSTALLMENT "
               PDC-INSTALL-NO " LEFT UNPAID"

           MOVE 0 TO WS-EVENT-FEE
           PERFORM CHARGE-BOUNCE-FEE
           PERFORM LOG-THE-BOUNCE.

      * THE INSTALLMENT IS STILL OWED, SO THE LOAN DOES NOT MOVE -
      * THE ROW RECORDS THE RETURNED CHEQUE AND ANY FEE CHARGED TO
      * THE LINKED ACCOUNT FOR IT.
       LOG-THE-BOUNCE.
           MOVE WS-EVENT-FEE TO WS-LTX-CHARGES
           MOVE SPACES TO WS-LTX-REFERENCE
           STRING "CHQ " PDC-CHEQUE-SERIAL " I " PDC-INSTALL-NO
               DELIMITED BY SIZE INTO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING PDC-CUSTOMER-ID WS-LTX-EVENT
               PDC-AMOUNT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES WS-LTX-BALANCE "PDCBACK "
               WS-LTX-REFERENCE.

      * THE FEE GOES TO THE ACCOUNT THE LOAN COLLECTS FROM - A
      * LOAN WITH NO LINKED ACCOUNT ON FILE IS NOT CHARGED.
       CHARGE-BOUNCE-FEE.
           MOVE PDC-CUSTOMER-ID TO LNM-CUSTOMER-ID
           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "PDCBACK " "LOANMAST" WS-LOANMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 0 TO LNM-DISBURSE-ACCOUNT
                   MOVE 0 TO LNM-EXISTING-LOAN-BAL
           END-READ
           MOVE LNM-EXISTING-LOAN-BAL TO WS-LTX-BALANCE
           CLOSE LOAN-MASTER

           IF LNM-DISBURSE-ACCOUNT = 0
               DISPLAY "No linked account for loan " PDC-CUSTOMER-ID
                   " - bounce fee not charged"
           ELSE
               OPEN I-O ACCOUNT-MASTER
               CALL "FILERR" USING "PDCBACK " "ACCTMAST"
                   WS-ACCTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE LNM-DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Linked account not on file - bounce"
                           " fee not charged"
                   NOT INVALID KEY
                       PERFORM LOOK-UP-BOUNCE-FEE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       LOOK-UP-BOUNCE-FEE.
           MOVE 0 TO WS-EVENT-FEE
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "PDCBACK " "FEESCHED"
                   WS-FEESCHED-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
               MOVE "PDCB"           TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FSC-FEE-AMOUNT TO WS-EVENT-FEE
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF

           IF WS-EVENT-FEE > 0
               PERFORM POST-BOUNCE-FEE
           END-IF.

       POST-BOUNCE-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-FEE-NEW-BALANCE = ACM-BALANCE - WS-EVENT-FEE
           MOVE WS-FEE-NEW-BALANCE TO ACM-BALANCE
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "PDCBACK " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "TXNFEE" "BATCH   "
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-EVENT-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "PDCBACK " "FEE     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "PDCBACK " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "PDCBACK " "STMTEXT"
               WS-STMTEXT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE WS-EVENT-FEE       TO STX-TRANS-AMOUNT
           MOVE WS-FEE-NEW-BALANCE TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE "CLG" TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEE " TO STX-TRANS-CODE
           MOVE PDC-CHEQUE-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD
           CLOSE STATEMENT-EXTRACT

           OPEN EXTEND FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               OPEN OUTPUT FEE-EVENT-REGISTER
           END-IF
           CALL "FILERR" USING "PDCBACK " "FEEEVREG"
               WS-FEEEVREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE         TO FEV-POSTING-DATE
           MOVE ACM-BRANCH         TO FEV-BRANCH
           MOVE ACM-ACCOUNT-NUMBER TO FEV-ACCOUNT-NUMBER
           MOVE ACM-ACCOUNT-TYPE   TO FEV-ACCOUNT-TYPE
           MOVE "PDCB"             TO FEV-EVENT-CODE
           MOVE WS-EVENT-FEE       TO FEV-FEE-AMOUNT
           WRITE FEE-EVENT-RECORD
           CLOSE FEE-EVENT-REGISTER

           DISPLAY "PDC BOUNCE FEE " WS-EVENT-FEE
               " CHARGED TO " ACM-ACCOUNT-NUMBER
               " - BALANCE NOW " WS-FEE-NEW-BALANCE.
