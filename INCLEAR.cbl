
      *****************************************************
      * Inward cheque clearing presentment run - cheques     *
      * drawn ON our accounts, presented through the clearing *
      * house by other banks. Each item debits the drawer's    *
      * account only after the full WITHDRAWAL-style            *
      * availability check (active holds, uncleared CHQCLR       *
      * credits, MINBALPM floor or approved overdraft); unpayable *
      * items go to the outward return file with a                 *
      * technical-return reason code, and the run nets what was     *
      * paid per presenting bank on the settlement report the way    *
      * BRSETTL nets the branches. Our own demand drafts and banker's *
      * cheques come in on the same file with a zero drawer account    *
      * and are paid off DRAFTREG instead. On an account enrolled for  *
      * positive pay, a cheque must also match the customer's          *
      * issued-cheque file on serial, amount and payee; a mismatch is  *
      * returned with a positive-pay reason or held on PPEXCPT for the *
      * customer's same-day decision.                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY SPY-KEY
               FILE STATUS WS-STOPPAY-STATUS.

           SELECT DRAFT-REGISTER ASSIGN TO "DRAFTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DFT-SERIAL
               FILE STATUS WS-DRAFTREG-STATUS.

           SELECT POSITIVE-PAY-ENROLMENT ASSIGN TO "PPENROL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPE-ACCOUNT-NUMBER
               FILE STATUS WS-PPENROL-STATUS.

           SELECT POSITIVE-PAY-ISSUES ASSIGN TO "PPISSUE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPI-KEY
               FILE STATUS WS-PPISSUE-STATUS.

           SELECT POSITIVE-PAY-EXCEPTIONS ASSIGN TO "PPEXCPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PPX-KEY
               FILE STATUS WS-PPEXCPT-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTMENT-FILE.
       COPY "INCLRIN.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".
       FD  STOP-PAYMENTS.
       COPY "STOPPAY.cpy".

       FD  DRAFT-REGISTER.
       COPY "DRAFTREG.cpy".

       FD  POSITIVE-PAY-ENROLMENT.
       COPY "PPENROL.cpy".

       FD  POSITIVE-PAY-ISSUES.
       COPY "PPISSUE.cpy".

       FD  POSITIVE-PAY-EXCEPTIONS.
       COPY "PPEXCPT.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

          88 WS-SERIAL-ISSUED VALUE "Y".
       01 WS-ITEM-SERIAL      PIC 9(6).
       01 WS-STOPPAY-STATUS   PIC XX.
       01 WS-PPENROL-STATUS   PIC XX.
       01 WS-PPISSUE-STATUS   PIC XX.
       01 WS-PPEXCPT-STATUS   PIC XX.
       01 WS-PP-ENROL-FLAG    PIC X      VALUE "N".
          88 WS-PP-ENROLLED   VALUE "Y".
       01 WS-PP-PRIOR-FLAG    PIC X      VALUE "N".
          88 WS-PP-NO-PRIOR   VALUE "N".
          88 WS-PP-DECIDED    VALUE "D".
          88 WS-PP-PRESENTED  VALUE "P".
       01 WS-PP-EOF-FLAG      PIC X      VALUE "N".
          88 END-OF-PP-EXCEPTIONS VALUE "Y".
       01 WS-PP-MODE          PIC X.
          88 WS-PP-AUTO-RETURN VALUE "R".
       01 WS-PP-PAYEE-CHECK   PIC X.
          88 WS-PP-MATCH-PAYEE VALUE "Y".
       01 WS-PP-REASON-CODE   PIC X(3).
       01 WS-PP-REASON        PIC X(30).
       01 WS-PP-ISSUED-AMOUNT PIC 9(9)V99.
       01 WS-PP-ISSUED-PAYEE  PIC X(30).
       01 WS-PP-EXCEPTION-KEY PIC X(24).
       01 WS-PAID-FLAG        PIC X      VALUE "N".
          88 WS-ITEM-PAID     VALUE "Y".
       01 WS-PP-HELD-COUNT    PIC 9(7)   VALUE 0.
       01 WS-DRAFTREG-STATUS  PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-ICRETURN-STATUS  PIC XX.
       01 WS-INCLSETL-STATUS  PIC XX.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-ALERT-AMOUNT     PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 I                   PIC 9(2).
       01 WS-BANK-SLOT        PIC 9(2).
       01 WS-BANK-COUNT       PIC 9(2)   VALUE 0.

           DISPLAY "INWARD CLEARING COMPLETE - PAID "
               WS-PAID-COUNT " RETURNED " WS-RETURNED-COUNT
               " HELD FOR POSITIVE PAY " WS-PP-HELD-COUNT

           CLOSE PRESENTMENT-FILE
           CLOSE ACCOUNT-MASTER

       PROCESS-ONE-ITEM.
           MOVE "Y" TO WS-OK-FLAG
           MOVE "N" TO WS-PAID-FLAG
           MOVE "N" TO WS-PP-ENROL-FLAG
           MOVE "N" TO WS-PP-PRIOR-FLAG

           IF ICP-DRAWER-ACCOUNT NOT NUMERIC
              OR ICP-AMOUNT NOT NUMERIC

           IF WS-ITEM-OK
               MOVE ICP-AMOUNT TO WS-ITEM-AMOUNT
               MOVE ICP-CHEQUE-SERIAL TO WS-ITEM-SERIAL
               IF ICP-DRAWER-ACCOUNT = ZEROS
                   PERFORM CHECK-AND-PAY-DRAFT
               ELSE
                   PERFORM PROCESS-CUSTOMER-CHEQUE
               END-IF
           END-IF.

       PROCESS-CUSTOMER-CHEQUE.
           PERFORM CHECK-THE-DRAWER

           IF WS-ITEM-OK
               PERFORM CHECK-SERIAL-ISSUED
           END-IF

               PERFORM CHECK-STOP-ORDER
           END-IF

           IF WS-ITEM-OK
               PERFORM CHECK-POSITIVE-PAY
           END-IF

           IF WS-ITEM-OK
               PERFORM CHECK-AND-PAY-ITEM
               IF WS-PP-DECIDED
                   PERFORM SETTLE-DECIDED-EXCEPTION
               END-IF
           END-IF.

      * THE SERIAL MUST FALL INSIDE A BOOK WE ACTUALLY ISSUED TO
               CLOSE STOP-PAYMENTS
           END-IF.

      *****************************************************
      * AN ACCOUNT ENROLLED FOR POSITIVE PAY ONLY PAYS A CHEQUE
      * THE CUSTOMER HAS LISTED, FOR THE AMOUNT LISTED - AND TO
      * THE PAYEE LISTED WHEN PAYEE CHECKING IS ON AND THE
      * CLEARING HOUSE COULD READ ONE. A MISMATCH GOES BACK AT
      * ONCE OR IS HELD FOR THE CUSTOMER'S DECISION, AS THE
      * ENROLMENT SAYS; A HELD ITEM PRESENTED AGAIN AFTER THE
      * DECISION IS PAID OR RETURNED ON IT.
      *****************************************************
       CHECK-POSITIVE-PAY.
           OPEN INPUT POSITIVE-PAY-ENROLMENT
           IF WS-PPENROL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "INCLEAR " "PPENROL"
                   WS-PPENROL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE ACM-ACCOUNT-NUMBER TO PPE-ACCOUNT-NUMBER
               READ POSITIVE-PAY-ENROLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PPE-ACTIVE
                           SET WS-PP-ENROLLED TO TRUE
                           MOVE PPE-EXCEPTION-MODE TO WS-PP-MODE
                           MOVE PPE-PAYEE-CHECK    TO WS-PP-PAYEE-CHECK
                       END-IF
               END-READ
               CLOSE POSITIVE-PAY-ENROLMENT
           END-IF

           IF WS-PP-ENROLLED
               PERFORM OPEN-POSITIVE-PAY-FILES
               PERFORM FIND-PRIOR-EXCEPTION
               EVALUATE TRUE
                   WHEN WS-PP-DECIDED
                       IF PPX-DECIDE-RETURN
                           MOVE PPX-REASON-CODE TO ICR-REASON-CODE
                           MOVE PPX-REASON      TO ICR-REASON
                           PERFORM RETURN-THE-ITEM
                           MOVE "N" TO WS-OK-FLAG
                           SET PPX-RETURNED TO TRUE
                           MOVE WS-TS-DATE TO PPX-STATUS-DATE
                           PERFORM REWRITE-PP-EXCEPTION
                           MOVE "N" TO WS-PP-PRIOR-FLAG
                       END-IF
                   WHEN WS-PP-PRESENTED
                       MOVE "T07" TO ICR-REASON-CODE
                       MOVE "Serial already presented" TO ICR-REASON
                       PERFORM RETURN-THE-ITEM
                       MOVE "N" TO WS-OK-FLAG
                   WHEN OTHER
                       PERFORM MATCH-POSITIVE-PAY
               END-EVALUATE
               PERFORM CLOSE-POSITIVE-PAY-FILES
           END-IF.

      * A DECIDED ROW IS ONE WAITING FOR THIS PRESENTMENT; A ROW
      * STILL HELD, OR ANY ROW FROM TODAY, MEANS THE SAME SERIAL
      * IS ALREADY IN FRONT OF THE CUSTOMER.
       FIND-PRIOR-EXCEPTION.
           MOVE "N" TO WS-PP-EOF-FLAG
           MOVE ACM-ACCOUNT-NUMBER TO PPX-ACCOUNT-NUMBER
           MOVE WS-ITEM-SERIAL     TO PPX-CHEQUE-SERIAL
           MOVE 0                  TO PPX-PRESENTED-DATE
           START POSITIVE-PAY-EXCEPTIONS
               KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY SET END-OF-PP-EXCEPTIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-PP-EXCEPTIONS
               READ POSITIVE-PAY-EXCEPTIONS NEXT RECORD
                   AT END SET END-OF-PP-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF PPX-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
                          OR PPX-CHEQUE-SERIAL NOT = WS-ITEM-SERIAL
                           SET END-OF-PP-EXCEPTIONS TO TRUE
                       ELSE
                           IF PPX-DECIDED
                               SET WS-PP-DECIDED TO TRUE
                               MOVE PPX-KEY TO WS-PP-EXCEPTION-KEY
                               SET END-OF-PP-EXCEPTIONS TO TRUE
                           ELSE
                               IF PPX-HELD
                                  OR PPX-PRESENTED-DATE = WS-TS-DATE
                                   SET WS-PP-PRESENTED TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-POSITIVE-PAY.
           MOVE SPACES TO WS-PP-REASON-CODE
           MOVE 0      TO WS-PP-ISSUED-AMOUNT
           MOVE SPACES TO WS-PP-ISSUED-PAYEE
           MOVE ACM-ACCOUNT-NUMBER TO PPI-ACCOUNT-NUMBER
           MOVE WS-ITEM-SERIAL     TO PPI-CHEQUE-SERIAL
           READ POSITIVE-PAY-ISSUES
               INVALID KEY
                   MOVE "P01" TO WS-PP-REASON-CODE
                   MOVE "Serial not on positive pay" TO WS-PP-REASON
               NOT INVALID KEY
                   MOVE PPI-AMOUNT TO WS-PP-ISSUED-AMOUNT
                   MOVE PPI-PAYEE  TO WS-PP-ISSUED-PAYEE
                   EVALUATE TRUE
                       WHEN PPI-VOIDED
                           MOVE "P02" TO WS-PP-REASON-CODE
                           MOVE "Cheque voided on positive pay"
                               TO WS-PP-REASON
                       WHEN WS-ITEM-AMOUNT NOT = PPI-AMOUNT
                           MOVE "P03" TO WS-PP-REASON-CODE
                           MOVE "Amount differs from positive pay"
                               TO WS-PP-REASON
                       WHEN WS-PP-MATCH-PAYEE
                        AND ICP-PAYEE NOT = SPACES
                        AND ICP-PAYEE NOT = PPI-PAYEE
                           MOVE "P04" TO WS-PP-REASON-CODE
                           MOVE "Payee differs from positive pay"
                               TO WS-PP-REASON
                   END-EVALUATE
           END-READ
           IF WS-PP-REASON-CODE NOT = SPACES
               PERFORM RECORD-PP-EXCEPTION
               MOVE "N" TO WS-OK-FLAG
           END-IF.

       RECORD-PP-EXCEPTION.
           MOVE ACM-ACCOUNT-NUMBER  TO PPX-ACCOUNT-NUMBER
           MOVE WS-ITEM-SERIAL      TO PPX-CHEQUE-SERIAL
           MOVE WS-TS-DATE          TO PPX-PRESENTED-DATE
           MOVE ACM-CUSTOMER-ID     TO PPX-CUSTOMER-ID
           MOVE ICP-ITEM-SEQ        TO PPX-ITEM-SEQ
           MOVE ICP-PRESENTING-BANK TO PPX-PRESENTING-BANK
           MOVE WS-ITEM-AMOUNT      TO PPX-PRESENTED-AMOUNT
           MOVE ICP-PAYEE           TO PPX-PRESENTED-PAYEE
           MOVE WS-PP-ISSUED-AMOUNT TO PPX-ISSUED-AMOUNT
           MOVE WS-PP-ISSUED-PAYEE  TO PPX-ISSUED-PAYEE
           MOVE WS-PP-REASON-CODE   TO PPX-REASON-CODE
           MOVE WS-PP-REASON        TO PPX-REASON
           MOVE WS-TS-DATE          TO PPX-STATUS-DATE
           IF WS-PP-AUTO-RETURN
               SET PPX-DECIDE-RETURN  TO TRUE
               SET PPX-BY-AUTO-RETURN TO TRUE
               MOVE "BATCH"           TO PPX-DECIDED-BY
               MOVE WS-TS-DATE        TO PPX-DECIDED-DATE
               SET PPX-RETURNED       TO TRUE
               MOVE WS-PP-REASON-CODE TO ICR-REASON-CODE
               MOVE WS-PP-REASON      TO ICR-REASON
               PERFORM RETURN-THE-ITEM
           ELSE
               SET PPX-UNDECIDED      TO TRUE
               MOVE SPACE             TO PPX-DECISION-SOURCE
               MOVE SPACES            TO PPX-DECIDED-BY
               MOVE 0                 TO PPX-DECIDED-DATE
               SET PPX-HELD           TO TRUE
               ADD 1 TO WS-PP-HELD-COUNT
           END-IF
           WRITE POSITIVE-PAY-EXCEPTION-RECORD
           CALL "FILERR" USING "INCLEAR " "PPEXCPT" WS-PPEXCPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE CUSTOMER SAID PAY - THE ROW CLOSES AS PAID, OR AS
      * RETURNED IF THE ACCOUNT COULD NOT STAND THE ITEM AFTER ALL.
       SETTLE-DECIDED-EXCEPTION.
           PERFORM OPEN-POSITIVE-PAY-FILES
           MOVE WS-PP-EXCEPTION-KEY TO PPX-KEY
           READ POSITIVE-PAY-EXCEPTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ITEM-PAID
                       SET PPX-PAID TO TRUE
                   ELSE
                       SET PPX-RETURNED TO TRUE
                   END-IF
                   MOVE WS-TS-DATE TO PPX-STATUS-DATE
                   PERFORM REWRITE-PP-EXCEPTION
           END-READ
           PERFORM CLOSE-POSITIVE-PAY-FILES.

       REWRITE-PP-EXCEPTION.
           REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           CALL "FILERR" USING "INCLEAR " "PPEXCPT" WS-PPEXCPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A LISTED CHEQUE THAT PAYS COMES OFF THE OUTSTANDING LIST.
       MARK-ISSUE-PAID.
           PERFORM OPEN-POSITIVE-PAY-FILES
           MOVE ACM-ACCOUNT-NUMBER TO PPI-ACCOUNT-NUMBER
           MOVE WS-ITEM-SERIAL     TO PPI-CHEQUE-SERIAL
           READ POSITIVE-PAY-ISSUES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PPI-OUTSTANDING
                       SET PPI-PAID TO TRUE
                       MOVE WS-TS-DATE TO PPI-STATUS-DATE
                       REWRITE POSITIVE-PAY-ISSUE-RECORD
                       CALL "FILERR" USING "INCLEAR " "PPISSUE"
                           WS-PPISSUE-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           PERFORM CLOSE-POSITIVE-PAY-FILES.

       OPEN-POSITIVE-PAY-FILES.
           OPEN I-O POSITIVE-PAY-ISSUES
           IF WS-PPISSUE-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-ISSUES
               CLOSE POSITIVE-PAY-ISSUES
               OPEN I-O POSITIVE-PAY-ISSUES
           END-IF
           CALL "FILERR" USING "INCLEAR " "PPISSUE" WS-PPISSUE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           OPEN I-O POSITIVE-PAY-EXCEPTIONS
           IF WS-PPEXCPT-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-EXCEPTIONS
               CLOSE POSITIVE-PAY-EXCEPTIONS
               OPEN I-O POSITIVE-PAY-EXCEPTIONS
           END-IF
           CALL "FILERR" USING "INCLEAR " "PPEXCPT" WS-PPEXCPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-POSITIVE-PAY-FILES.
           CLOSE POSITIVE-PAY-ISSUES
           CLOSE POSITIVE-PAY-EXCEPTIONS.

       CHECK-THE-DRAWER.
           MOVE ICP-DRAWER-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               CLOSE OVERDRAFT-LIMITS
           END-IF.

      * A DRAFT OR BANKER'S CHEQUE IS DRAWN ON THE BANK ITSELF -
      * IT PAYS OUT OF DRAFTS PAYABLE ONLY WHILE DRAFTREG SHOWS
      * IT OUTSTANDING, UNEXPIRED AND FOR THE AMOUNT WE ISSUED.
       CHECK-AND-PAY-DRAFT.
           OPEN I-O DRAFT-REGISTER
           IF WS-DRAFTREG-STATUS = "35"
               MOVE "T01" TO ICR-REASON-CODE
               MOVE "Draft not on register" TO ICR-REASON
               PERFORM RETURN-THE-ITEM
           ELSE
               CALL "FILERR" USING "INCLEAR " "DRAFTREG"
               WS-DRAFTREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-ITEM-SERIAL TO DFT-SERIAL
               READ DRAFT-REGISTER
                   INVALID KEY
                       MOVE "T01" TO ICR-REASON-CODE
                       MOVE "Draft not on register" TO ICR-REASON
                       PERFORM RETURN-THE-ITEM
                   NOT INVALID KEY
                       PERFORM CHECK-DRAFT-STATUS
               END-READ
               CLOSE DRAFT-REGISTER
           END-IF.

       CHECK-DRAFT-STATUS.
           EVALUATE TRUE
               WHEN DFT-PAID
                   MOVE "T07" TO ICR-REASON-CODE
                   MOVE "Draft already paid" TO ICR-REASON
                   PERFORM RETURN-THE-ITEM
               WHEN DFT-CANCELLED
                   MOVE "T05" TO ICR-REASON-CODE
                   MOVE "Draft cancelled by issuer" TO ICR-REASON
                   PERFORM RETURN-THE-ITEM
               WHEN DFT-STALE
                   MOVE "T08" TO ICR-REASON-CODE
                   MOVE "Draft stale - refund due" TO ICR-REASON
                   PERFORM RETURN-THE-ITEM
               WHEN WS-TS-DATE > DFT-STALE-DATE
                   MOVE "T08" TO ICR-REASON-CODE
                   MOVE "Draft stale - refund due" TO ICR-REASON
                   PERFORM RETURN-THE-ITEM
               WHEN WS-ITEM-AMOUNT NOT = DFT-AMOUNT
                   MOVE "T04" TO ICR-REASON-CODE
                   MOVE "Amount differs from draft issued"
                       TO ICR-REASON
                   PERFORM RETURN-THE-ITEM
               WHEN OTHER
                   PERFORM PAY-THE-DRAFT
           END-EVALUATE.

       PAY-THE-DRAFT.
           SET DFT-PAID         TO TRUE
           MOVE WS-TS-DATE      TO DFT-STATUS-DATE
           MOVE ICP-ITEM-SEQ    TO DFT-PAID-ITEM-SEQ
           REWRITE DRAFT-REGISTER-RECORD
           CALL "FILERR" USING "INCLEAR " "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE DFT-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "INCLEAR " "DRAFTPD " "**"
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "INCLEAR " DFT-ISSUE-BRANCH "**"
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           PERFORM COUNT-BANK-PAID
           ADD 1 TO WS-PAID-COUNT.

       PAY-THE-ITEM.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-BALANCE = ACM-BALANCE - WS-ITEM-AMOUNT
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-ITEM-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "INCLEAR " "CHQPAID " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOSTFX" USING "INCLEAR " ACM-BRANCH
               ACM-ACCOUNT-TYPE WS-DR-GL WS-CR-GL ACM-CURRENCY-CODE
               WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "CHQP" TO STX-TRANS-CODE
           MOVE WS-ITEM-SERIAL TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           MOVE WS-ITEM-AMOUNT TO WS-ALERT-AMOUNT
           CALL "ALRTEVT" USING ACM-ACCOUNT-NUMBER ACM-CUSTOMER-ID "D"
               "CHQP" "CLG" WS-ALERT-AMOUNT ACM-CURRENCY-CODE
               WS-NEW-BALANCE

           PERFORM REGISTER-PAID-SERIAL
           IF WS-PP-ENROLLED
               PERFORM MARK-ISSUE-PAID
           END-IF
           SET WS-ITEM-PAID TO TRUE
           PERFORM COUNT-BANK-PAID
           ADD 1 TO WS-PAID-COUNT.

