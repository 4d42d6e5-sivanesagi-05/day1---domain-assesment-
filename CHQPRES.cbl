       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQPRES.

      *****************************************************
      * Nightly outward cheque presentment. Every uncleared  *
      * CHQCLR item not yet sent, and every held PDCREG loan  *
      * repayment cheque dated up to the next business day,    *
      * goes on the clearing-house file in one batch per drawee *
      * bank - header, items, and a trailer with count and total *
      * - between a file header and a file trailer with the batch *
      * count, item count and grand total. Each item is stamped    *
      * presented so it goes out once and CHQRMTCH can match the    *
      * clearing house's returns against it. A post-dated cheque     *
      * whose installment is no longer open stays held.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-CLEARING-FILE ASSIGN TO "CHQCLR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHQ-TRANS-SEQ
               FILE STATUS WS-CHQCLR-STATUS.

           SELECT PDC-REGISTER ASSIGN TO "PDCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PDC-KEY
               FILE STATUS WS-PDCREG-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT PRESENTMENT-FILE ASSIGN TO "CHQPRESF.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CHQPRESF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-CLEARING-FILE.
       COPY "CHQCLR.cpy".

       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       FD  PRESENTMENT-FILE.
       01 PRESENTMENT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHQCLR-STATUS    PIC XX.
       01 WS-CHQPRESF-STATUS  PIC XX.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CLEARING  VALUE "Y".
       01 WS-PDC-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-PDCS      VALUE "Y".
       01 WS-PDC-DUE-FLAG     PIC X      VALUE "N".
          88 WS-PDC-DUE       VALUE "Y".
       01 WS-PDC-CUTOFF       PIC 9(8).
       01 WS-PDC-ITEMS        PIC 9(7)   VALUE 0.
       01 WS-PDC-STALE-COUNT  PIC 9(7)   VALUE 0.
       01 WS-ITEM-ROUTING     PIC X(11).
       01 WS-RUN-NUMBER       PIC 9(4).
       01 I                   PIC 9(3).
       01 WS-BANK-SLOT        PIC 9(3).
       01 WS-BANK-COUNT       PIC 9(3)   VALUE 0.
       01 WS-NO-BANK-COUNT    PIC 9(7)   VALUE 0.
       01 WS-HELD-OVER-COUNT  PIC 9(7)   VALUE 0.
       01 WS-FILE-ITEMS       PIC 9(7)   VALUE 0.
       01 WS-FILE-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-BATCH-ITEMS      PIC 9(7)   VALUE 0.
       01 WS-BATCH-TOTAL      PIC 9(13)V99 VALUE 0.
      * ONE ENTRY PER DRAWEE BANK WITH ITEMS TO PRESENT TONIGHT.
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 200 TIMES.
             10 WSK-ROUTING         PIC X(11).
       01 WS-HEADER-RECORD.
          05 FILLER           PIC X(3)   VALUE "HDR".
          05 PHD-FILE-DATE    PIC 9(8).
          05 PHD-RUN-NUMBER   PIC 9(4).
          05 FILLER           PIC X(65)  VALUE SPACES.
       01 WS-BATCH-HEADER-RECORD.
          05 FILLER           PIC X(3)   VALUE "BHD".
          05 PBH-BATCH-NUMBER PIC 9(4).
          05 PBH-ROUTING      PIC X(11).
          05 FILLER           PIC X(62)  VALUE SPACES.
       01 WS-DETAIL-RECORD.
          05 FILLER           PIC X(3)   VALUE "DTL".
          05 PDT-ITEM-REF     PIC 9(8).
          05 PDT-ROUTING      PIC X(11).
          05 PDT-CHEQUE-SERIAL PIC 9(6).
          05 PDT-AMOUNT       PIC 9(9)V99.
          05 PDT-DEPOSIT-DATE PIC 9(8).
          05 PDT-PAYEE-ACCOUNT PIC 9(10).
          05 FILLER           PIC X(23)  VALUE SPACES.
       01 WS-BATCH-TRAILER-RECORD.
          05 FILLER           PIC X(3)   VALUE "BTL".
          05 PBT-BATCH-NUMBER PIC 9(4).
          05 PBT-ROUTING      PIC X(11).
          05 PBT-ITEM-COUNT   PIC 9(7).
          05 PBT-AMOUNT-TOTAL PIC 9(13)V99.
          05 FILLER           PIC X(40)  VALUE SPACES.
       01 WS-TRAILER-RECORD.
          05 FILLER           PIC X(3)   VALUE "TRL".
          05 PTL-BATCH-COUNT  PIC 9(5).
          05 PTL-ITEM-COUNT   PIC 9(7).
          05 PTL-AMOUNT-TOTAL PIC 9(13)V99.
          05 FILLER           PIC X(50)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER PRESENTMENT RUN NUMBER: ".
           ACCEPT WS-RUN-NUMBER.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O CHEQUE-CLEARING-FILE
           IF WS-CHQCLR-STATUS = "35"
               DISPLAY "NO CLEARING FILE - NOTHING TO PRESENT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "CHQPRES " "CHQCLR" WS-CHQCLR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO REGISTER YET SIMPLY MEANS NO POST-DATED CHEQUES.
           OPEN I-O PDC-REGISTER
           IF WS-PDCREG-STATUS = "35"
               SET END-OF-PDCS TO TRUE
           ELSE
               CALL "FILERR" USING "CHQPRES " "PDCREG" WS-PDCREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               OPEN INPUT LOAN-SCHEDULE
               CALL "FILERR" USING "CHQPRES " "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

      * A CHEQUE DATED TOMORROW-OR-EARLIER IS PRESENTABLE TONIGHT
      * AND SETTLES ON THE NEXT BUSINESS DAY, ITS DUE DATE.
           CALL "NEXTBDAY" USING WS-TS-DATE WS-PDC-CUTOFF

           OPEN OUTPUT PRESENTMENT-FILE
           CALL "FILERR" USING "CHQPRES " "CHQPRESF" WS-CHQPRESF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-TS-DATE    TO PHD-FILE-DATE
           MOVE WS-RUN-NUMBER TO PHD-RUN-NUMBER
           WRITE PRESENTMENT-RECORD FROM WS-HEADER-RECORD

           PERFORM COLLECT-DRAWEE-BANKS

      * ONE PASS OF THE CLEARING FILE PER DRAWEE BANK KEEPS EACH
      * BANK'S ITEMS TOGETHER IN ITS OWN BATCH.
           PERFORM VARYING WS-BANK-SLOT FROM 1 BY 1
                   UNTIL WS-BANK-SLOT > WS-BANK-COUNT
               PERFORM WRITE-ONE-BATCH
           END-PERFORM

      * AN EMPTY NIGHT STILL SENDS HEADER AND A ZERO TRAILER - THE
      * CLEARING HOUSE EXPECTS A FILE FROM EVERY MEMBER EVERY DAY.
           MOVE WS-BANK-COUNT TO PTL-BATCH-COUNT
           MOVE WS-FILE-ITEMS TO PTL-ITEM-COUNT
           MOVE WS-FILE-TOTAL TO PTL-AMOUNT-TOTAL
           WRITE PRESENTMENT-RECORD FROM WS-TRAILER-RECORD

           DISPLAY "CHEQUE PRESENTMENT COMPLETE - " WS-FILE-ITEMS
               " ITEM(S) IN " WS-BANK-COUNT " BATCH(ES) TOTAL "
               WS-FILE-TOTAL
           IF WS-NO-BANK-COUNT > 0
               DISPLAY "*** " WS-NO-BANK-COUNT " ITEM(S) WITH NO"
                   " DRAWEE BANK CODE NOT PRESENTED ***"
           END-IF
           IF WS-PDC-ITEMS > 0
               DISPLAY "    OF WHICH " WS-PDC-ITEMS
                   " POST-DATED LOAN REPAYMENT CHEQUE(S)"
           END-IF
           IF WS-PDC-STALE-COUNT > 0
               DISPLAY "*** " WS-PDC-STALE-COUNT " POST-DATED CHEQUE(S)"
                   " FOR INSTALLMENTS NO LONGER OPEN HELD BACK ***"
           END-IF
           IF WS-HELD-OVER-COUNT > 0
               DISPLAY "*** DRAWEE BANK TABLE FULL - "
                   WS-HELD-OVER-COUNT " ITEM(S) HELD TO NEXT RUN ***"
           END-IF

           CLOSE CHEQUE-CLEARING-FILE
           IF WS-PDCREG-STATUS NOT = "35"
               CLOSE PDC-REGISTER
               CLOSE LOAN-SCHEDULE
           END-IF
           CLOSE PRESENTMENT-FILE

           STOP RUN.

       COLLECT-DRAWEE-BANKS.
           PERFORM START-AT-FIRST-ITEM
           PERFORM READ-NEXT-ITEM
           PERFORM UNTIL END-OF-CLEARING
               IF CHQ-UNCLEARED AND CHQ-PRESENTED-DATE = 0
                   IF CHQ-DRAWEE-ROUTING = SPACES
                       ADD 1 TO WS-NO-BANK-COUNT
                   ELSE
                       MOVE CHQ-DRAWEE-ROUTING TO WS-ITEM-ROUTING
                       PERFORM FIND-BANK-SLOT
                   END-IF
               END-IF
               PERFORM READ-NEXT-ITEM
           END-PERFORM

           PERFORM START-AT-FIRST-PDC
           PERFORM READ-NEXT-PDC
           PERFORM UNTIL END-OF-PDCS
               IF PDC-HELD AND PDC-CHEQUE-DATE <= WS-PDC-CUTOFF
                   PERFORM TEST-PDC-DUE
                   IF WS-PDC-DUE
                       MOVE PDC-DRAWEE-ROUTING TO WS-ITEM-ROUTING
                       PERFORM FIND-BANK-SLOT
                   ELSE
                       ADD 1 TO WS-PDC-STALE-COUNT
                   END-IF
               END-IF
               PERFORM READ-NEXT-PDC
           END-PERFORM.

       FIND-BANK-SLOT.
           MOVE 0 TO WS-BANK-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BANK-COUNT
               IF WSK-ROUTING(I) = WS-ITEM-ROUTING
                   MOVE I TO WS-BANK-SLOT
               END-IF
           END-PERFORM
           IF WS-BANK-SLOT = 0
               IF WS-BANK-COUNT < 200
                   ADD 1 TO WS-BANK-COUNT
                   MOVE WS-ITEM-ROUTING
                       TO WSK-ROUTING(WS-BANK-COUNT)
               ELSE
                   ADD 1 TO WS-HELD-OVER-COUNT
               END-IF
           END-IF.

       WRITE-ONE-BATCH.
           MOVE 0 TO WS-BATCH-ITEMS
           MOVE 0 TO WS-BATCH-TOTAL
           MOVE WS-BANK-SLOT              TO PBH-BATCH-NUMBER
           MOVE WSK-ROUTING(WS-BANK-SLOT) TO PBH-ROUTING
           WRITE PRESENTMENT-RECORD FROM WS-BATCH-HEADER-RECORD

           PERFORM START-AT-FIRST-ITEM
           PERFORM READ-NEXT-ITEM
           PERFORM UNTIL END-OF-CLEARING
               IF CHQ-UNCLEARED AND CHQ-PRESENTED-DATE = 0
                  AND CHQ-DRAWEE-ROUTING = WSK-ROUTING(WS-BANK-SLOT)
                   PERFORM PRESENT-ONE-ITEM
               END-IF
               PERFORM READ-NEXT-ITEM
           END-PERFORM

           PERFORM START-AT-FIRST-PDC
           PERFORM READ-NEXT-PDC
           PERFORM UNTIL END-OF-PDCS
               IF PDC-HELD AND PDC-CHEQUE-DATE <= WS-PDC-CUTOFF
                  AND PDC-DRAWEE-ROUTING = WSK-ROUTING(WS-BANK-SLOT)
                   PERFORM TEST-PDC-DUE
                   IF WS-PDC-DUE
                       PERFORM PRESENT-ONE-PDC
                   END-IF
               END-IF
               PERFORM READ-NEXT-PDC
           END-PERFORM

           MOVE WS-BANK-SLOT              TO PBT-BATCH-NUMBER
           MOVE WSK-ROUTING(WS-BANK-SLOT) TO PBT-ROUTING
           MOVE WS-BATCH-ITEMS            TO PBT-ITEM-COUNT
           MOVE WS-BATCH-TOTAL            TO PBT-AMOUNT-TOTAL
           WRITE PRESENTMENT-RECORD FROM WS-BATCH-TRAILER-RECORD.

       PRESENT-ONE-ITEM.
           MOVE CHQ-TRANS-SEQ      TO PDT-ITEM-REF
           MOVE CHQ-DRAWEE-ROUTING TO PDT-ROUTING
           MOVE CHQ-CHEQUE-SERIAL  TO PDT-CHEQUE-SERIAL
           MOVE CHQ-AMOUNT         TO PDT-AMOUNT
           MOVE CHQ-DEPOSIT-DATE   TO PDT-DEPOSIT-DATE
           MOVE CHQ-ACCOUNT-NUMBER TO PDT-PAYEE-ACCOUNT
           WRITE PRESENTMENT-RECORD FROM WS-DETAIL-RECORD

           ADD 1 TO WS-BATCH-ITEMS
           ADD CHQ-AMOUNT TO WS-BATCH-TOTAL
           ADD 1 TO WS-FILE-ITEMS
           ADD CHQ-AMOUNT TO WS-FILE-TOTAL

           MOVE WS-TS-DATE TO CHQ-PRESENTED-DATE
           REWRITE CHEQUE-CLEARING-RECORD
           CALL "FILERR" USING "CHQPRES " "CHQCLR" WS-CHQCLR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       START-AT-FIRST-ITEM.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO CHQ-TRANS-SEQ
           START CHEQUE-CLEARING-FILE
               KEY IS NOT LESS THAN CHQ-TRANS-SEQ
               INVALID KEY SET END-OF-CLEARING TO TRUE
           END-START.

       READ-NEXT-ITEM.
           IF NOT END-OF-CLEARING
               READ CHEQUE-CLEARING-FILE NEXT RECORD
                   AT END SET END-OF-CLEARING TO TRUE
               END-READ
           END-IF.

      * A LOAN REPAYMENT CHEQUE CREDITS NO DEPOSIT ACCOUNT - THE
      * ITEM REFERENCE IS THE BORROWER AND PAYEE ACCOUNT IS ZERO.
       PRESENT-ONE-PDC.
           MOVE PDC-CUSTOMER-ID    TO PDT-ITEM-REF
           MOVE PDC-DRAWEE-ROUTING TO PDT-ROUTING
           MOVE PDC-CHEQUE-SERIAL  TO PDT-CHEQUE-SERIAL
           MOVE PDC-AMOUNT         TO PDT-AMOUNT
           MOVE WS-TS-DATE         TO PDT-DEPOSIT-DATE
           MOVE 0                  TO PDT-PAYEE-ACCOUNT
           WRITE PRESENTMENT-RECORD FROM WS-DETAIL-RECORD

           ADD 1 TO WS-BATCH-ITEMS
           ADD PDC-AMOUNT TO WS-BATCH-TOTAL
           ADD 1 TO WS-FILE-ITEMS
           ADD PDC-AMOUNT TO WS-FILE-TOTAL
           ADD 1 TO WS-PDC-ITEMS

           SET PDC-PRESENTED TO TRUE
           MOVE WS-TS-DATE TO PDC-PRESENTED-DATE
           REWRITE POST-DATED-CHEQUE-RECORD
           CALL "FILERR" USING "CHQPRES " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE INSTALLMENT MAY HAVE BEEN PAID SOME OTHER WAY SINCE
      * THE CHEQUE WAS TAKEN - THEN IT GOES BACK TO THE BORROWER.
       TEST-PDC-DUE.
           MOVE "N" TO WS-PDC-DUE-FLAG
           MOVE PDC-CUSTOMER-ID TO LSC-CUSTOMER-ID
           MOVE PDC-INSTALL-NO  TO LSC-INSTALL-NO
           READ LOAN-SCHEDULE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LSC-INSTALL-OPEN
                       SET WS-PDC-DUE TO TRUE
                   END-IF
           END-READ.

       START-AT-FIRST-PDC.
           IF WS-PDCREG-STATUS NOT = "35"
               MOVE "N" TO WS-PDC-EOF-FLAG
               MOVE LOW-VALUES TO PDC-KEY
               START PDC-REGISTER KEY IS NOT LESS THAN PDC-KEY
                   INVALID KEY SET END-OF-PDCS TO TRUE
               END-START
           END-IF.

       READ-NEXT-PDC.
           IF NOT END-OF-PDCS
               READ PDC-REGISTER NEXT RECORD
                   AT END SET END-OF-PDCS TO TRUE
               END-READ
           END-IF.
