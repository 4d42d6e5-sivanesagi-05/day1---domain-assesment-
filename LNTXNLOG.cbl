       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNTXNLOG.

      *****************************************************
      * Common loan transaction history writer, shared the   *
      * way MEMOPOST is. Callers pass the borrower, the event  *
      * code, the amount with its principal, interest and      *
      * charges components, the outstanding principal after    *
      * the event, the calling program and a free reference.    *
      * One row is added to LNTXNHST.DAT per call, dated with    *
      * the processing date so a batch run past midnight still    *
      * lands on the business day it posted for.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-TRANSACTION-HISTORY ASSIGN TO "LNTXNHST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LTX-KEY
               FILE STATUS WS-LNTXNHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-TRANSACTION-HISTORY.
       COPY "LNTXN.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LNTXNHST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-WRITTEN-FLAG     PIC X      VALUE "N".
          88 WS-ROW-WRITTEN   VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID      PIC 9(8).
       01 LS-EVENT-CODE       PIC X(4).
       01 LS-TRANS-AMOUNT     PIC 9(9)V99.
       01 LS-PRINCIPAL-AMT    PIC 9(9)V99.
       01 LS-INTEREST-AMT     PIC 9(9)V99.
       01 LS-CHARGES-AMT      PIC 9(9)V99.
       01 LS-BALANCE-AFTER    PIC 9(9).
       01 LS-SOURCE-PROGRAM   PIC X(8).
       01 LS-REFERENCE        PIC X(16).

       PROCEDURE DIVISION USING LS-CUSTOMER-ID LS-EVENT-CODE
                                LS-TRANS-AMOUNT LS-PRINCIPAL-AMT
                                LS-INTEREST-AMT LS-CHARGES-AMT
                                LS-BALANCE-AFTER LS-SOURCE-PROGRAM
                                LS-REFERENCE.
       MAIN-LOGIC.
           OPEN I-O LOAN-TRANSACTION-HISTORY
           IF WS-LNTXNHST-STATUS = "35"
               OPEN OUTPUT LOAN-TRANSACTION-HISTORY
               CLOSE LOAN-TRANSACTION-HISTORY
               OPEN I-O LOAN-TRANSACTION-HISTORY
           END-IF
           CALL "FILERR" USING "LNTXNLOG" "LNTXNHST" WS-LNTXNHST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE LS-CUSTOMER-ID     TO LTX-CUSTOMER-ID
           MOVE WS-TS-DATE         TO LTX-POSTING-DATE
           MOVE WS-TS-TIME         TO LTX-TRANS-SEQ
           MOVE LS-EVENT-CODE      TO LTX-EVENT-CODE
           MOVE LS-TRANS-AMOUNT    TO LTX-TRANS-AMOUNT
           MOVE LS-PRINCIPAL-AMT   TO LTX-PRINCIPAL-AMT
           MOVE LS-INTEREST-AMT    TO LTX-INTEREST-AMT
           MOVE LS-CHARGES-AMT     TO LTX-CHARGES-AMT
           MOVE LS-BALANCE-AFTER   TO LTX-BALANCE-AFTER
           MOVE LS-SOURCE-PROGRAM  TO LTX-SOURCE-PROGRAM
           MOVE LS-REFERENCE       TO LTX-REFERENCE
           MOVE WS-TS-TIME         TO LTX-POSTING-TIME
           MOVE "N"                TO WS-WRITTEN-FLAG

      * THE SEQUENCE IS THE TIME OF DAY, SO EVENTS READ BACK IN
      * THE ORDER THEY POSTED. TWO EVENTS ON ONE LOAN IN THE SAME
      * HUNDREDTH OF A SECOND - A PAYOFF AND ITS CHARGES, SAY -
      * COLLIDE, AND THE LATER ONE STEPS ON TO THE NEXT SEQUENCE.
           PERFORM UNTIL WS-ROW-WRITTEN
               WRITE LOAN-TRANSACTION-RECORD
               IF WS-LNTXNHST-STATUS = "22"
                   ADD 1 TO LTX-TRANS-SEQ
               ELSE
                   CALL "FILERR" USING "LNTXNLOG" "LNTXNHST"
                       WS-LNTXNHST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   SET WS-ROW-WRITTEN TO TRUE
               END-IF
           END-PERFORM

           CLOSE LOAN-TRANSACTION-HISTORY

           GOBACK.
