       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDCCLR.

      *****************************************************
      * Nightly post-dated cheque clearing. A PDCREG cheque  *
      * CHQPRES presented that has come through the return    *
      * window - the business day after presentment has passed *
      * with no return matched by CHQRMTCH - is cleared, and    *
      * its amount goes on tonight's LOANPAY feed as an ordinary *
      * repayment for LOANPOST to apply to the schedule.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDC-REGISTER ASSIGN TO "PDCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PDC-KEY
               FILE STATUS WS-PDCREG-STATUS.

           SELECT LOAN-PAYMENTS ASSIGN TO "LOANPAY.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LOANPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  LOAN-PAYMENTS.
       01 LOAN-PAYMENT-RECORD.
          05 LPY-TRANS-SEQ          PIC 9(8).
          05 LPY-CUSTOMER-ID        PIC 9(8).
          05 LPY-PAYMENT-AMT        PIC 9(9)V99.
          05 LPY-TRANS-TYPE         PIC X.
             88 LPY-REGULAR         VALUE " ".
             88 LPY-PAYOFF          VALUE "P".

       WORKING-STORAGE SECTION.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-LOANPAY-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CHEQUES   VALUE "Y".
       01 WS-SETTLE-DATE      PIC 9(8).
       01 WS-CLEARED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-CLEARED-AMOUNT   PIC 9(13)V99 VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O PDC-REGISTER
           IF WS-PDCREG-STATUS = "35"
               DISPLAY "NO PDC REGISTER - NOTHING TO CLEAR"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PDCCLR  " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * APPENDED TO WHATEVER ELSE IS ON TONIGHT'S REPAYMENT FEED.
           OPEN EXTEND LOAN-PAYMENTS
           IF WS-LOANPAY-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENTS
           END-IF
           CALL "FILERR" USING "PDCCLR  " "LOANPAY" WS-LOANPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO PDC-KEY
           START PDC-REGISTER KEY IS NOT LESS THAN PDC-KEY
               INVALID KEY SET END-OF-CHEQUES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CHEQUES
               READ PDC-REGISTER NEXT RECORD
                   AT END SET END-OF-CHEQUES TO TRUE
                   NOT AT END
                       IF PDC-PRESENTED
                           PERFORM TEST-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "PDC CLEARING COMPLETE - " WS-CLEARED-COUNT
               " CHEQUE(S) CLEARED FOR " WS-CLEARED-AMOUNT

           CLOSE PDC-REGISTER
           CLOSE LOAN-PAYMENTS

           STOP RUN.

      * A RETURN CAN ARRIVE UP TO THE BUSINESS DAY AFTER
      * PRESENTMENT; CHQRMTCH HAS ALREADY RUN TONIGHT, SO A
      * CHEQUE STILL PRESENTED PAST THAT DAY HAS BEEN PAID.
       TEST-ONE-CHEQUE.
           CALL "NEXTBDAY" USING PDC-PRESENTED-DATE WS-SETTLE-DATE
           IF WS-SETTLE-DATE <= WS-TS-DATE
               PERFORM CLEAR-ONE-CHEQUE
           END-IF.

       CLEAR-ONE-CHEQUE.
           MOVE PDC-CHEQUE-SERIAL TO LPY-TRANS-SEQ
           MOVE PDC-CUSTOMER-ID   TO LPY-CUSTOMER-ID
           MOVE PDC-AMOUNT        TO LPY-PAYMENT-AMT
           SET LPY-REGULAR        TO TRUE
           WRITE LOAN-PAYMENT-RECORD
           CALL "FILERR" USING "PDCCLR  " "LOANPAY" WS-LOANPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           SET PDC-CLEARED TO TRUE
           MOVE WS-TS-DATE TO PDC-SETTLED-DATE
           REWRITE POST-DATED-CHEQUE-RECORD
           CALL "FILERR" USING "PDCCLR  " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           ADD 1 TO WS-CLEARED-COUNT
           ADD PDC-AMOUNT TO WS-CLEARED-AMOUNT.
