       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDCMNT.

      *****************************************************
      * Post-dated cheque register maintenance for a loan.   *
      * Add captures a cheque the borrower has handed in -    *
      * serial, drawee bank, amount and date - against an open *
      * LOANSCHD installment; a zero amount or date takes the   *
      * installment's own. One live cheque per installment, and  *
      * a cheque that bounced may be captured again to be         *
      * re-presented. Withdraw hands a cheque not yet sent out     *
      * back to the borrower. List shows every cheque on the loan   *
      * with its installment and where it stands.                    *
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

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CHEQUES   VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ADD-CHEQUE    VALUE "A".
          88 WS-WITHDRAW-CHEQUE VALUE "W".
          88 WS-LIST-CHEQUES  VALUE "S".
       01 CUSTOMER-ID         PIC 9(8).
       01 WS-CHEQUE-SERIAL    PIC 9(6).
       01 WS-ROUTING          PIC X(11).
       01 WS-AMOUNT           PIC 9(9)V99.
       01 WS-CHEQUE-DATE      PIC 9(8).
       01 WS-INSTALL-NO       PIC 9(3).
       01 WS-INSTALL-OK       PIC X      VALUE "N".
          88 WS-INSTALL-VALID VALUE "Y".
       01 WS-LIVE-FLAG        PIC X      VALUE "N".
          88 WS-INSTALL-COVERED VALUE "Y".
       01 WS-STATUS-TEXT      PIC X(10).
       01 WS-LISTED-COUNT     PIC 9(4)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ADD(A) WITHDRAW(W) LIST(S): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER BORROWER CUSTOMER ID: ".
           ACCEPT CUSTOMER-ID.

           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-LISTED-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           EVALUATE TRUE
               WHEN WS-ADD-CHEQUE
                   PERFORM ADD-NEW-CHEQUE
               WHEN WS-WITHDRAW-CHEQUE
                   PERFORM WITHDRAW-HELD-CHEQUE
               WHEN WS-LIST-CHEQUES
                   PERFORM LIST-LOAN-CHEQUES
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER A, W OR S"
           END-EVALUATE

           PERFORM CLOSE-ALL-FILES

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O PDC-REGISTER
           IF WS-PDCREG-STATUS = "35"
               OPEN OUTPUT PDC-REGISTER
               CLOSE PDC-REGISTER
               OPEN I-O PDC-REGISTER
           END-IF
           CALL "FILERR" USING "PDCMNT  " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "PDCMNT  " "LOANMAST" WS-LOANMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           CALL "FILERR" USING "PDCMNT  " "LOANSCHD" WS-LOANSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE PDC-REGISTER
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE.

       ADD-NEW-CHEQUE.
           MOVE CUSTOMER-ID TO LNM-CUSTOMER-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "No loan on file for " CUSTOMER-ID
               NOT INVALID KEY
                   IF LNM-EXISTING-LOAN-BAL > 0
                       PERFORM CAPTURE-CHEQUE-DETAILS
                   ELSE
                       DISPLAY "Loan has no outstanding balance"
                   END-IF
           END-READ.

       CAPTURE-CHEQUE-DETAILS.
           DISPLAY "ENTER INSTALLMENT NUMBER: ".
           ACCEPT WS-INSTALL-NO.

           MOVE "N" TO WS-INSTALL-OK
           MOVE CUSTOMER-ID   TO LSC-CUSTOMER-ID
           MOVE WS-INSTALL-NO TO LSC-INSTALL-NO
           READ LOAN-SCHEDULE
               INVALID KEY
                   DISPLAY "No such installment on the schedule"
               NOT INVALID KEY
                   IF LSC-INSTALL-OPEN
                       SET WS-INSTALL-VALID TO TRUE
                   ELSE
                       DISPLAY "Installment " WS-INSTALL-NO
                           " is not open - no cheque needed"
                   END-IF
           END-READ

           IF WS-INSTALL-VALID
               PERFORM CHECK-INSTALL-COVERED
               IF WS-INSTALL-COVERED
                   DISPLAY "A live cheque already covers installment "
                       WS-INSTALL-NO
               ELSE
                   PERFORM ACCEPT-CHEQUE-FIELDS
               END-IF
           END-IF.

      * A CHEQUE STILL HELD OR OUT FOR COLLECTION COVERS ITS
      * INSTALLMENT - A SECOND ONE WOULD COLLECT IT TWICE.
       CHECK-INSTALL-COVERED.
           MOVE "N" TO WS-LIVE-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE CUSTOMER-ID TO PDC-CUSTOMER-ID
           MOVE 0 TO PDC-CHEQUE-SERIAL
           START PDC-REGISTER KEY IS NOT LESS THAN PDC-KEY
               INVALID KEY SET END-OF-CHEQUES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CHEQUES
               READ PDC-REGISTER NEXT RECORD
                   AT END SET END-OF-CHEQUES TO TRUE
                   NOT AT END
                       IF PDC-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-CHEQUES TO TRUE
                       ELSE
                           IF PDC-INSTALL-NO = WS-INSTALL-NO
                              AND (PDC-HELD OR PDC-PRESENTED)
                               SET WS-INSTALL-COVERED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-CHEQUE-FIELDS.
           DISPLAY "ENTER CHEQUE SERIAL: ".
           ACCEPT WS-CHEQUE-SERIAL.

           DISPLAY "ENTER DRAWEE BANK ROUTING CODE: ".
           ACCEPT WS-ROUTING.

           DISPLAY "ENTER CHEQUE AMOUNT (0 = INSTALLMENT DUE): ".
           ACCEPT WS-AMOUNT.

           DISPLAY "ENTER CHEQUE DATE YYYYMMDD (0 = DUE DATE): ".
           ACCEPT WS-CHEQUE-DATE.

           IF WS-AMOUNT = 0
               COMPUTE WS-AMOUNT = LSC-EMI-AMOUNT - LSC-COLLECTED-AMT
           END-IF
           IF WS-CHEQUE-DATE = 0
               MOVE LSC-DUE-DATE TO WS-CHEQUE-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-CHEQUE-SERIAL = 0
                   DISPLAY "CHEQUE SERIAL REQUIRED - NOT CAPTURED"
               WHEN WS-ROUTING = SPACES
                   DISPLAY "DRAWEE BANK REQUIRED - NOT CAPTURED"
               WHEN WS-CHEQUE-DATE < WS-TS-DATE
                   DISPLAY "CHEQUE DATE IS PAST - NOT CAPTURED"
               WHEN OTHER
                   PERFORM WRITE-THE-CHEQUE
           END-EVALUATE.

       WRITE-THE-CHEQUE.
           MOVE CUSTOMER-ID      TO PDC-CUSTOMER-ID
           MOVE WS-CHEQUE-SERIAL TO PDC-CHEQUE-SERIAL
           READ PDC-REGISTER
               INVALID KEY
                   PERFORM MOVE-CHEQUE-FIELDS
                   WRITE POST-DATED-CHEQUE-RECORD
                   PERFORM CHECK-REGISTER-STATUS
                   DISPLAY "CHEQUE " WS-CHEQUE-SERIAL
                       " CAPTURED FOR INSTALLMENT " WS-INSTALL-NO
               NOT INVALID KEY
                   IF PDC-BOUNCED OR PDC-WITHDRAWN
                       PERFORM MOVE-CHEQUE-FIELDS
                       REWRITE POST-DATED-CHEQUE-RECORD
                       PERFORM CHECK-REGISTER-STATUS
                       DISPLAY "CHEQUE " WS-CHEQUE-SERIAL
                           " RE-CAPTURED FOR INSTALLMENT "
                           WS-INSTALL-NO
                   ELSE
                       DISPLAY "Cheque serial already on the register"
                   END-IF
           END-READ.

       MOVE-CHEQUE-FIELDS.
           MOVE WS-ROUTING      TO PDC-DRAWEE-ROUTING
           MOVE WS-AMOUNT       TO PDC-AMOUNT
           MOVE WS-CHEQUE-DATE  TO PDC-CHEQUE-DATE
           MOVE WS-INSTALL-NO   TO PDC-INSTALL-NO
           SET PDC-HELD         TO TRUE
           MOVE WS-TS-DATE      TO PDC-CAPTURED-DATE
           MOVE WS-OPERATOR-ID  TO PDC-CAPTURED-BY
           MOVE 0               TO PDC-PRESENTED-DATE
           MOVE 0               TO PDC-SETTLED-DATE
           MOVE SPACES          TO PDC-RETURN-REASON.

       CHECK-REGISTER-STATUS.
           CALL "FILERR" USING "PDCMNT  " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ONCE PRESENTED THE CHEQUE IS WITH THE DRAWEE BANK AND
      * CANNOT BE HANDED BACK ACROSS THE COUNTER.
       WITHDRAW-HELD-CHEQUE.
           DISPLAY "ENTER CHEQUE SERIAL: ".
           ACCEPT WS-CHEQUE-SERIAL.

           MOVE CUSTOMER-ID      TO PDC-CUSTOMER-ID
           MOVE WS-CHEQUE-SERIAL TO PDC-CHEQUE-SERIAL
           READ PDC-REGISTER
               INVALID KEY
                   DISPLAY "Cheque not on the register"
               NOT INVALID KEY
                   IF PDC-HELD
                       SET PDC-WITHDRAWN TO TRUE
                       MOVE WS-TS-DATE TO PDC-SETTLED-DATE
                       REWRITE POST-DATED-CHEQUE-RECORD
                       PERFORM CHECK-REGISTER-STATUS
                       DISPLAY "CHEQUE " WS-CHEQUE-SERIAL
                           " HANDED BACK - INSTALLMENT "
                           PDC-INSTALL-NO " NO LONGER COVERED"
                   ELSE
                       DISPLAY "Only a held cheque can be withdrawn"
                   END-IF
           END-READ.

       LIST-LOAN-CHEQUES.
           MOVE CUSTOMER-ID TO PDC-CUSTOMER-ID
           MOVE 0 TO PDC-CHEQUE-SERIAL
           START PDC-REGISTER KEY IS NOT LESS THAN PDC-KEY
               INVALID KEY SET END-OF-CHEQUES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CHEQUES
               READ PDC-REGISTER NEXT RECORD
                   AT END SET END-OF-CHEQUES TO TRUE
                   NOT AT END
                       IF PDC-CUSTOMER-ID NOT = CUSTOMER-ID
                           SET END-OF-CHEQUES TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " CHEQUE(S) ON FILE FOR "
               CUSTOMER-ID.

       SHOW-ONE-CHEQUE.
           EVALUATE TRUE
               WHEN PDC-HELD      MOVE "HELD"       TO WS-STATUS-TEXT
               WHEN PDC-PRESENTED MOVE "PRESENTED"  TO WS-STATUS-TEXT
               WHEN PDC-CLEARED   MOVE "CLEARED"    TO WS-STATUS-TEXT
               WHEN PDC-BOUNCED   MOVE "BOUNCED"    TO WS-STATUS-TEXT
               WHEN PDC-WITHDRAWN MOVE "WITHDRAWN"  TO WS-STATUS-TEXT
               WHEN OTHER         MOVE "UNKNOWN"    TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "  SERIAL " PDC-CHEQUE-SERIAL
               " INST " PDC-INSTALL-NO
               " DATED " PDC-CHEQUE-DATE
               " " PDC-AMOUNT
               " " PDC-DRAWEE-ROUTING
               " " WS-STATUS-TEXT
               " " PDC-RETURN-REASON
           ADD 1 TO WS-LISTED-COUNT.
