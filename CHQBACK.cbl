       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQBACK.

      *****************************************************
      * Returned-cheque back-out, shared by the teller front *
      * end CHQRETRN and the clearing-house return matcher    *
      * CHQRMTCH. The original credit is backed out of         *
      * ACM-BALANCE with a before/after AUDTRAIL image and a    *
      * statement line, the returned-cheque fee is charged, and  *
      * the clearing item is marked returned with its reason so   *
      * the funds never release. When the caller passes the        *
      * presented amount and drawee bank, the item must have been   *
      * presented and agree on both before anything is backed out.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-CLEARING-FILE ASSIGN TO "CHQCLR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHQ-TRANS-SEQ
               FILE STATUS WS-CHQCLR-STATUS.

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

           SELECT RETURN-RESIDUALS ASSIGN TO "CHQRESID.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CHQRESID-STATUS.

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
       FD  CHEQUE-CLEARING-FILE.
       COPY "CHQCLR.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  RETURN-RESIDUALS.
       01 RETURN-RESIDUAL-RECORD.
          05 CRS-TRANS-SEQ          PIC 9(8).
          05 CRS-ACCOUNT-NUMBER     PIC 9(10).
          05 CRS-RESIDUAL-AMOUNT    PIC 9(9)V99.
          05 CRS-RETURN-DATE        PIC 9(8).

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
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-NEW-BALANCE      PIC S9(9)V99.
       01 WS-RESIDUAL-AMOUNT  PIC 9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-CHQRESID-STATUS  PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-EVENT-FEE        PIC 9(5)V99 VALUE 0.
       01 WS-FEE-NEW-BALANCE  PIC S9(9)V99.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-RETURN-SEQ       PIC 9(8).
       01 LS-OPERATOR-ID      PIC X(8).
       01 LS-RETURN-REASON    PIC X(3).
       01 LS-CHANNEL-CODE     PIC X(3).
      * ZERO AMOUNT = NO PRESENTMENT CHECK (TELLER-KEYED RETURN).
       01 LS-PRESENTED-AMOUNT PIC 9(9)V99.
       01 LS-DRAWEE-ROUTING   PIC X(11).
       01 LS-BACKOUT-RESULT   PIC X.
          88 LS-BACKED-OUT       VALUE "B".
          88 LS-ITEM-NOT-FOUND   VALUE "N".
          88 LS-ALREADY-RETURNED VALUE "R".
          88 LS-NOT-PRESENTED    VALUE "P".
          88 LS-ITEM-MISMATCH    VALUE "M".
          88 LS-NO-ACCOUNT       VALUE "A".

       PROCEDURE DIVISION USING LS-RETURN-SEQ LS-OPERATOR-ID
           LS-RETURN-REASON LS-CHANNEL-CODE LS-PRESENTED-AMOUNT
           LS-DRAWEE-ROUTING LS-BACKOUT-RESULT.
       MAIN-LOGIC.
           SET LS-ITEM-NOT-FOUND TO TRUE

           OPEN I-O CHEQUE-CLEARING-FILE
           CALL "FILERR" USING "CHQBACK " "CHQCLR" WS-CHQCLR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           CALL "FILERR" USING "CHQBACK " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LS-RETURN-SEQ TO CHQ-TRANS-SEQ
           READ CHEQUE-CLEARING-FILE
               INVALID KEY
                   DISPLAY "Clearing item not found"
               NOT INVALID KEY
                   PERFORM PROCESS-RETURN
           END-READ

           CLOSE CHEQUE-CLEARING-FILE
           CLOSE ACCOUNT-MASTER

           GOBACK.

      * A RELEASED ITEM CAN STILL COME BACK FROM THE CLEARING
      * HOUSE A DAY OR TWO LATE - ONLY AN ALREADY-RETURNED ITEM
      * IS REFUSED, SO THE SAME CHEQUE CANNOT BACK OUT TWICE.
       PROCESS-RETURN.
           IF CHQ-RETURNED
               SET LS-ALREADY-RETURNED TO TRUE
               DISPLAY "Item already returned"
           ELSE
               IF LS-PRESENTED-AMOUNT > 0
                   PERFORM CHECK-PRESENTMENT
               END-IF
               IF NOT LS-NOT-PRESENTED
                  AND NOT LS-ITEM-MISMATCH
                   MOVE CHQ-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           SET LS-NO-ACCOUNT TO TRUE
                           DISPLAY "Account not found for clearing item"
                       NOT INVALID KEY
                           PERFORM BACK-OUT-CREDIT
                   END-READ
               END-IF
           END-IF.

      * A CLEARING-HOUSE RETURN CAN ONLY BE FOR AN ITEM WE SENT,
      * TO THE BANK IT CAME BACK FROM, FOR THE AMOUNT WE SENT.
       CHECK-PRESENTMENT.
           IF CHQ-PRESENTED-DATE = 0
               SET LS-NOT-PRESENTED TO TRUE
               DISPLAY "Item was never presented"
           ELSE
               IF CHQ-AMOUNT NOT = LS-PRESENTED-AMOUNT
                  OR CHQ-DRAWEE-ROUTING NOT = LS-DRAWEE-ROUTING
                   SET LS-ITEM-MISMATCH TO TRUE
                   DISPLAY "Amount or drawee bank differs from item"
               END-IF
           END-IF.

       BACK-OUT-CREDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - CHQ-AMOUNT
      * THE CUSTOMER MAY HAVE SPENT THE UNCLEARED CREDIT ALREADY.
      * THE ACCOUNT IS TAKEN TO ZERO AND THE SHORTFALL GOES TO
      * RECOVERY - LOUDLY, NOT AS A SILENT WRITE-OFF.
           MOVE 0 TO WS-RESIDUAL-AMOUNT
           IF WS-NEW-BALANCE < 0
               COMPUTE WS-RESIDUAL-AMOUNT = 0 - WS-NEW-BALANCE
               MOVE 0 TO WS-NEW-BALANCE
           END-IF
           MOVE WS-NEW-BALANCE TO ACM-BALANCE
           ADD 1 TO ACM-MTD-TXN-COUNT
           ADD 1 TO ACM-YTD-TXN-COUNT
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "CHQBACK " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "CHQRETURN" LS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE
      * THE GL LEG CARRIES WHAT ACTUALLY LEFT THE LIABILITY -
      * ANY UNRECOVERED RESIDUAL IS ON THE RECOVERY REPORT, NOT
      * IN THE LEDGER.
           COMPUTE WS-GL-AMOUNT =
               CHQ-AMOUNT - WS-RESIDUAL-AMOUNT
           IF WS-GL-AMOUNT > 0
               CALL "GLRULE" USING "CHQRETRN" "CHQRETN "
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL
               CALL "GLPOSTFX" USING "CHQRETRN" ACM-BRANCH
                   ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
                   WS-GL-AMOUNT
           END-IF

           SET CHQ-RETURNED TO TRUE
           MOVE LS-RETURN-REASON TO CHQ-RETURN-REASON
           REWRITE CHEQUE-CLEARING-RECORD
           CALL "FILERR" USING "CHQBACK " "CHQCLR" WS-CHQCLR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM WRITE-STATEMENT-EXTRACT
           PERFORM CHARGE-EVENT-FEE
           SET LS-BACKED-OUT TO TRUE

           DISPLAY "CHEQUE RETURNED - " CHQ-AMOUNT
               " BACKED OUT OF " CHQ-ACCOUNT-NUMBER
           IF WS-RESIDUAL-AMOUNT > 0
               DISPLAY "*** BALANCE COVERED ONLY PART - "
                   WS-RESIDUAL-AMOUNT " UNRECOVERED, REFER TO"
                   " COLLECTIONS ***"
               PERFORM WRITE-RESIDUAL-LINE
           END-IF.

      * THE RETURNED-CHEQUE FEE CHARGES AT POSTING TIME - NO
      * FREE ALLOWANCE ON THESE, EVERY RETURN IS CHARGEABLE.
      * EACH FEE IS ITS OWN STATEMENT LINE, GL INCOME ENTRY,
      * AND FEE-REGISTER LINE.
       CHARGE-EVENT-FEE.
           MOVE 0 TO WS-EVENT-FEE
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CHQBACK " "FEESCHED"
               WS-FEESCHED-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
               MOVE "CHQR"           TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FSC-FEE-AMOUNT TO WS-EVENT-FEE
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF

           IF WS-EVENT-FEE > 0
               PERFORM POST-EVENT-FEE
           END-IF.

       POST-EVENT-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-FEE-NEW-BALANCE = ACM-BALANCE - WS-EVENT-FEE
           MOVE WS-FEE-NEW-BALANCE TO ACM-BALANCE
           REWRITE ACCOUNT-RECORD
           CALL "FILERR" USING "CHQBACK " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "AUDITLOG" USING "TXNFEE" LS-OPERATOR-ID
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-EVENT-FEE TO WS-GL-AMOUNT
           CALL "GLRULE" USING "CHQRETRN" "FEE     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "CHQRETRN" ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "CHQBACK " "STMTEXT"
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
           MOVE LS-CHANNEL-CODE TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "FEE " TO STX-TRANS-CODE
           MOVE CHQ-CHEQUE-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD
           CLOSE STATEMENT-EXTRACT

           OPEN EXTEND FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               OPEN OUTPUT FEE-EVENT-REGISTER
           END-IF
           CALL "FILERR" USING "CHQBACK " "FEEEVREG"
               WS-FEEEVREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE         TO FEV-POSTING-DATE
           MOVE ACM-BRANCH         TO FEV-BRANCH
           MOVE ACM-ACCOUNT-NUMBER TO FEV-ACCOUNT-NUMBER
           MOVE ACM-ACCOUNT-TYPE   TO FEV-ACCOUNT-TYPE
           MOVE "CHQR"             TO FEV-EVENT-CODE
           MOVE WS-EVENT-FEE       TO FEV-FEE-AMOUNT
           WRITE FEE-EVENT-RECORD
           CLOSE FEE-EVENT-REGISTER

           DISPLAY "RETURNED-CHEQUE FEE " WS-EVENT-FEE
               " CHARGED - BALANCE NOW " WS-FEE-NEW-BALANCE.

       WRITE-RESIDUAL-LINE.
           OPEN EXTEND RETURN-RESIDUALS
           IF WS-CHQRESID-STATUS = "35"
               OPEN OUTPUT RETURN-RESIDUALS
           END-IF
           CALL "FILERR" USING "CHQBACK " "CHQRESID"
               WS-CHQRESID-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE CHQ-TRANS-SEQ      TO CRS-TRANS-SEQ
           MOVE CHQ-ACCOUNT-NUMBER TO CRS-ACCOUNT-NUMBER
           MOVE WS-RESIDUAL-AMOUNT TO CRS-RESIDUAL-AMOUNT
           MOVE WS-TS-DATE         TO CRS-RETURN-DATE
           WRITE RETURN-RESIDUAL-RECORD
           CLOSE RETURN-RESIDUALS.

       WRITE-STATEMENT-EXTRACT.
           OPEN EXTEND STATEMENT-EXTRACT
           CALL "FILERR" USING "CHQBACK " "STMTEXT" WS-STMTEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE CHQ-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE CHQ-AMOUNT         TO STX-TRANS-AMOUNT
           MOVE WS-NEW-BALANCE     TO STX-NEW-BALANCE
           MOVE WS-TS-DATE         TO STX-TIMESTAMP(1:8)
           MOVE WS-TS-TIME         TO STX-TIMESTAMP(9:8)
           MOVE LS-CHANNEL-CODE TO STX-CHANNEL-CODE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "CHQR" TO STX-TRANS-CODE
           MOVE CHQ-CHEQUE-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           CLOSE STATEMENT-EXTRACT.
