
      *****************************************************
      * Nightly EMI auto-collection. Finds installments due  *
      * on or before the processing date that are still open, *
      * and debits the borrower's linked demand account        *
      * through the standard MINBALPM (and approved overdraft)  *
      * floor - no repayment file required. When funds are short *
      * it takes what the account can spare and carries the       *
      * remainder on the installment for tomorrow's retry; only    *
      * after the business-day retry window closes does LOANPOST    *
      * age the line to arrears. An installment a post-dated cheque  *
      * on PDCREG is covering is left to the cheque.                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY ODL-ACCOUNT-NUMBER
               FILE STATUS WS-ODLIMIT-STATUS.

           SELECT PDC-REGISTER ASSIGN TO "PDCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PDC-KEY
               FILE STATUS WS-PDCREG-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.
       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       01 WS-ODLIMIT-STATUS   PIC XX.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-EMICOLL-STATUS   PIC XX.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-PDC-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PDCS      VALUE "Y".
       01 WS-PDC-COVER-FLAG   PIC X      VALUE "N".
          88 WS-PDC-COVERS    VALUE "Y".
       01 WS-PDC-COVERED-COUNT PIC 9(7)  VALUE 0.
       01 WS-REMAINING-DUE    PIC 9(9)V99.
       01 WS-AVAILABLE        PIC S9(9)V99.
       01 WS-TAKE-AMOUNT      PIC 9(9)V99.
       01 WS-OD-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-BAL-FLOOR        PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-COLLECTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-PARTIAL-COUNT    PIC 9(7)   VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LTX-EVENT        PIC X(4).
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99.
       01 WS-LTX-INTEREST     PIC 9(9)V99.
       01 WS-LTX-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           PERFORM UNTIL END-OF-SCHEDULE
               IF LSC-INSTALL-OPEN
                  AND LSC-DUE-DATE <= WS-TS-DATE
                   PERFORM CHECK-PDC-COVER
                   IF WS-PDC-COVERS
                       ADD 1 TO WS-PDC-COVERED-COUNT
                   ELSE
                       PERFORM COLLECT-ONE-INSTALLMENT
                   END-IF
               END-IF
               PERFORM READ-NEXT-INSTALLMENT
           END-PERFORM
           DISPLAY "EMI AUTO-COLLECTION COMPLETE - COLLECTED "
               WS-COLLECTED-COUNT " PARTIAL " WS-PARTIAL-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " LEFT TO PDC " WS-PDC-COVERED-COUNT

           CLOSE LOAN-SCHEDULE
           IF WS-PDCREG-STATUS NOT = "35"
               CLOSE PDC-REGISTER
           END-IF
           CLOSE LOAN-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE STATEMENT-EXTRACT
               STOP RUN
           END-IF

      * NO REGISTER MEANS NO INSTALLMENT IS COVERED BY A CHEQUE.
           OPEN INPUT PDC-REGISTER
           IF WS-PDCREG-STATUS NOT = "35"
               CALL "FILERR" USING "EMICOLL " "PDCREG"
                   WS-PDCREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND STATEMENT-EXTRACT
           IF WS-STMTEXT-STATUS = "35"
               OPEN OUTPUT STATEMENT-EXTRACT
               AT END SET END-OF-SCHEDULE TO TRUE
           END-READ.

      * A CHEQUE STILL HELD OR OUT FOR COLLECTION WILL PAY THE
      * INSTALLMENT, AND ONE CLEARED TONIGHT IS ON THE LOANPAY FEED
      * FOR LOANPOST - DEBITING THE ACCOUNT TOO WOULD TAKE IT TWICE.
      * A BOUNCED OR WITHDRAWN CHEQUE COVERS NOTHING.
       CHECK-PDC-COVER.
           MOVE "N" TO WS-PDC-COVER-FLAG
           IF WS-PDCREG-STATUS NOT = "35"
               MOVE "N" TO WS-PDC-EOF-FLAG
               MOVE LSC-CUSTOMER-ID TO PDC-CUSTOMER-ID
               MOVE 0 TO PDC-CHEQUE-SERIAL
               START PDC-REGISTER KEY IS NOT LESS THAN PDC-KEY
                   INVALID KEY SET END-OF-PDCS TO TRUE
               END-START
               PERFORM UNTIL END-OF-PDCS
                   READ PDC-REGISTER NEXT RECORD
                       AT END SET END-OF-PDCS TO TRUE
                       NOT AT END
                           IF PDC-CUSTOMER-ID NOT = LSC-CUSTOMER-ID
                               SET END-OF-PDCS TO TRUE
                           ELSE
                               PERFORM TEST-ONE-PDC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TEST-ONE-PDC.
           IF PDC-INSTALL-NO = LSC-INSTALL-NO
               IF PDC-HELD OR PDC-PRESENTED
                  OR (PDC-CLEARED AND PDC-SETTLED-DATE = WS-TS-DATE)
                   SET WS-PDC-COVERS TO TRUE
               END-IF
           END-IF.

       COLLECT-ONE-INSTALLMENT.
           COMPUTE WS-REMAINING-DUE =
               LSC-EMI-AMOUNT - LSC-COLLECTED-AMT
                   PERFORM WRITE-COLLECTION-LINE
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
      * THE EMI IS OWED IN HOME CURRENCY - A LINKED ACCOUNT HELD
      * IN ANOTHER IS SKIPPED LIKE AN INACTIVE ONE.
                   EVALUATE TRUE
                       WHEN NOT ACM-ACCT-ACTIVE
                           MOVE "Linked account not active"
                               TO ECL-MESSAGE
                           MOVE 0 TO WS-TAKE-AMOUNT
                           PERFORM WRITE-COLLECTION-LINE
                           ADD 1 TO WS-SKIPPED-COUNT
                       WHEN ACM-CURRENCY-CODE NOT = SPACES
                           MOVE "Linked acct not home currency"
                               TO ECL-MESSAGE
                           MOVE 0 TO WS-TAKE-AMOUNT
                           PERFORM WRITE-COLLECTION-LINE
                           ADD 1 TO WS-SKIPPED-COUNT
                       WHEN OTHER
                           PERFORM TAKE-WHAT-IS-SPARE
                   END-EVALUATE
           END-READ.

      * TAKE THE FULL REMAINDER IF THE ACCOUNT CAN COVER IT
               WS-BEFORE-IMAGE WS-AFTER-IMAGE

           MOVE WS-TAKE-AMOUNT TO WS-GL-AMOUNT
           CALL "GLRULE" USING "EMICOLL " "EMI     " ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL
           CALL "GLPOST" USING "EMICOLL " ACM-BRANCH ACM-ACCOUNT-TYPE
               WS-DR-GL WS-CR-GL WS-GL-AMOUNT

           MOVE ACM-ACCOUNT-NUMBER TO STX-ACCOUNT-NUMBER
           SET STX-WITHDRAWAL      TO TRUE
           MOVE STX-TRANS-AMOUNT TO STX-ORIG-AMOUNT
           MOVE SPACES TO STX-CURRENCY-CODE
           MOVE 0 TO STX-EXCHANGE-RATE
           MOVE "EMI " TO STX-TRANS-CODE
           MOVE LSC-KEY TO STX-REFERENCE
           WRITE STATEMENT-EXTRACT-RECORD

           ADD WS-TAKE-AMOUNT TO LSC-COLLECTED-AMT
               STOP RUN
           END-IF

           PERFORM LOG-THE-COLLECTION

           PERFORM WRITE-COLLECTION-LINE.

       REDUCE-THE-LOAN.
               STOP RUN
           END-IF.

      * A PART TAKE IS LOGGED AS IT HAPPENS BUT CARRIES NO SPLIT -
      * THE INSTALLMENT'S PRINCIPAL AND INTEREST ARE RECOGNIZED ON
      * THE TAKE THAT COMPLETES IT, THE SAME MOMENT THE LOAN
      * BALANCE COMES DOWN, SO THE YEAR-END FIGURES COUNT EACH
      * INSTALLMENT ONCE.
       LOG-THE-COLLECTION.
           IF LSC-INSTALL-PAID
               MOVE "EMIC" TO WS-LTX-EVENT
               MOVE LSC-PRINCIPAL-PORTION TO WS-LTX-PRINCIPAL
               MOVE LSC-INTEREST-PORTION  TO WS-LTX-INTEREST
           ELSE
               MOVE "EMIP" TO WS-LTX-EVENT
               MOVE 0 TO WS-LTX-PRINCIPAL
               MOVE 0 TO WS-LTX-INTEREST
           END-IF
           MOVE LSC-KEY TO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING LSC-CUSTOMER-ID WS-LTX-EVENT
               WS-TAKE-AMOUNT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "EMICOLL "
               WS-LTX-REFERENCE.

       WRITE-COLLECTION-LINE.
           MOVE LSC-CUSTOMER-ID TO ECL-CUSTOMER-ID
           MOVE LSC-INSTALL-NO  TO ECL-INSTALL-NO
