       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREEXTR.

      *****************************************************
      * End-of-day outward payment file for the clearing     *
      * network - a header with the date and run number, one  *
      * detail line per WIREPAY payment debited and ready to   *
      * go, and a trailer carrying the record count, the hash   *
      * total of the amounts and the hash total of the debit     *
      * account numbers, the way GLEXTR controls the ledger       *
      * file. Each payment written is marked sent so it cannot     *
      * go out twice.                                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-PAYMENTS ASSIGN TO "WIREPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WIR-PAYMENT-ID
               FILE STATUS WS-WIREPAY-STATUS.

           SELECT OUTWARD-PAYMENT-FILE ASSIGN TO "WIREOUTF.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WIREOUTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-PAYMENTS.
       COPY "WIREPAY.cpy".

       FD  OUTWARD-PAYMENT-FILE.
       01 OUTWARD-PAYMENT-RECORD  PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-WIREPAY-STATUS   PIC XX.
       01 WS-WIREOUTF-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-PAYMENTS  VALUE "Y".
       01 WS-RECORD-COUNT     PIC 9(7)   VALUE 0.
       01 WS-HASH-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-ACCOUNT-HASH     PIC 9(15)  VALUE 0.
       01 WS-RUN-NUMBER       PIC 9(4).
       01 WS-HEADER-RECORD.
          05 FILLER           PIC X(3)   VALUE "HDR".
          05 WHD-FILE-DATE    PIC 9(8).
          05 WHD-RUN-NUMBER   PIC 9(4).
          05 FILLER           PIC X(95)  VALUE SPACES.
       01 WS-DETAIL-RECORD.
          05 FILLER           PIC X(3)   VALUE "DTL".
          05 WDT-PAYMENT-ID   PIC 9(8).
          05 WDT-ENTRY-DATE   PIC 9(8).
          05 WDT-DEBIT-ACCOUNT PIC 9(10).
          05 WDT-ROUTING-CODE PIC X(11).
          05 WDT-BENE-ACCOUNT PIC X(20).
          05 WDT-BENE-NAME    PIC X(30).
          05 WDT-AMOUNT       PIC 9(9)V99.
          05 FILLER           PIC X(9)   VALUE SPACES.
       01 WS-TRAILER-RECORD.
          05 FILLER           PIC X(3)   VALUE "TRL".
          05 WTL-RECORD-COUNT PIC 9(7).
          05 WTL-HASH-TOTAL   PIC 9(13)V99.
          05 WTL-ACCOUNT-HASH PIC 9(15).
          05 FILLER           PIC X(70)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER OUTWARD PAYMENT RUN NUMBER: ".
           ACCEPT WS-RUN-NUMBER.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O WIRE-PAYMENTS
           IF WS-WIREPAY-STATUS = "35"
               DISPLAY "NO WIRE PAYMENT FILE - NOTHING TO EXTRACT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "WIREEXTR" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT OUTWARD-PAYMENT-FILE
           CALL "FILERR" USING "WIREEXTR" "WIREOUTF" WS-WIREOUTF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-TS-DATE    TO WHD-FILE-DATE
           MOVE WS-RUN-NUMBER TO WHD-RUN-NUMBER
           WRITE OUTWARD-PAYMENT-RECORD FROM WS-HEADER-RECORD

      * AN EMPTY DAY STILL SENDS HEADER AND A ZERO TRAILER - THE
      * NETWORK EXPECTS A FILE FROM EVERY MEMBER EVERY DAY.
           PERFORM READ-PAYMENT-RECORD
           PERFORM UNTIL END-OF-PAYMENTS
               IF WIR-READY
                   PERFORM WRITE-ONE-PAYMENT
               END-IF
               PERFORM READ-PAYMENT-RECORD
           END-PERFORM

           MOVE WS-RECORD-COUNT TO WTL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO WTL-HASH-TOTAL
           MOVE WS-ACCOUNT-HASH TO WTL-ACCOUNT-HASH
           WRITE OUTWARD-PAYMENT-RECORD FROM WS-TRAILER-RECORD

           DISPLAY "OUTWARD PAYMENT FILE COMPLETE - " WS-RECORD-COUNT
               " PAYMENT(S) TOTAL " WS-HASH-TOTAL

           CLOSE WIRE-PAYMENTS
           CLOSE OUTWARD-PAYMENT-FILE

           STOP RUN.

       READ-PAYMENT-RECORD.
           READ WIRE-PAYMENTS NEXT RECORD
               AT END SET END-OF-PAYMENTS TO TRUE
           END-READ.

       WRITE-ONE-PAYMENT.
           MOVE WIR-PAYMENT-ID     TO WDT-PAYMENT-ID
           MOVE WIR-ENTRY-DATE     TO WDT-ENTRY-DATE
           MOVE WIR-ACCOUNT-NUMBER TO WDT-DEBIT-ACCOUNT
           MOVE WIR-ROUTING-CODE   TO WDT-ROUTING-CODE
           MOVE WIR-BENE-ACCOUNT   TO WDT-BENE-ACCOUNT
           MOVE WIR-BENE-NAME      TO WDT-BENE-NAME
           MOVE WIR-AMOUNT         TO WDT-AMOUNT
           WRITE OUTWARD-PAYMENT-RECORD FROM WS-DETAIL-RECORD

           ADD 1 TO WS-RECORD-COUNT
           ADD WIR-AMOUNT TO WS-HASH-TOTAL
           ADD WIR-ACCOUNT-NUMBER TO WS-ACCOUNT-HASH

           SET WIR-SENT TO TRUE
           MOVE WS-TS-DATE TO WIR-SENT-DATE
           REWRITE WIRE-PAYMENT-RECORD
           CALL "FILERR" USING "WIREEXTR" "WIREPAY" WS-WIREPAY-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
