       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV.

      *****************************************************
      * Common currency conversion, called by every program  *
      * that moves money between an account's currency and    *
      * another one - the tendered or paid-out cash, the other *
      * leg of a transfer, or the home-currency equivalent the  *
      * ledger and the snapshots carry. Spaces is the home       *
      * currency at a rate of one; any other code must be on      *
      * CURRTBL. Same-currency calls come straight back            *
      * unconverted with a zero rate.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-TABLE ASSIGN TO "CURRTBL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUR-CURRENCY-CODE
               FILE STATUS WS-CURRTBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-TABLE.
       COPY "CURRTBL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CURRTBL-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-FROM-RATE        PIC 9(5)V9(4).
       01 WS-TO-RATE          PIC 9(5)V9(4).
       01 WS-LOOKUP-CURRENCY  PIC X(3).
       01 WS-LOOKUP-RATE      PIC 9(5)V9(4).

       LINKAGE SECTION.
       01 LS-FROM-CURRENCY    PIC X(3).
       01 LS-TO-CURRENCY      PIC X(3).
       01 LS-FROM-AMOUNT      PIC S9(11)V99.
       01 LS-TO-AMOUNT        PIC S9(11)V99.
       01 LS-APPLIED-RATE     PIC 9(5)V9(4).
      * SPACE = CONVERTED (OR NOTHING TO CONVERT), U = A CURRENCY
      * NOT ON CURRTBL OR NO TABLE AT ALL - THE AMOUNT COMES BACK
      * UNCONVERTED AND THE CALLER REFUSES THE POSTING.
       01 LS-FX-RESULT        PIC X.

       PROCEDURE DIVISION USING LS-FROM-CURRENCY LS-TO-CURRENCY
                                LS-FROM-AMOUNT LS-TO-AMOUNT
                                LS-APPLIED-RATE LS-FX-RESULT.
       MAIN-LOGIC.
           MOVE LS-FROM-AMOUNT TO LS-TO-AMOUNT
           MOVE 0              TO LS-APPLIED-RATE
           MOVE SPACE          TO LS-FX-RESULT

           IF LS-FROM-CURRENCY = LS-TO-CURRENCY
               GOBACK
           END-IF

           OPEN INPUT CURRENCY-TABLE
           IF WS-CURRTBL-STATUS = "35"
               MOVE "U" TO LS-FX-RESULT
               GOBACK
           END-IF
           CALL "FILERR" USING "FXCONV  " "CURRTBL" WS-CURRTBL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LS-FROM-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM LOOK-UP-RATE
           MOVE WS-LOOKUP-RATE TO WS-FROM-RATE
           MOVE LS-TO-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM LOOK-UP-RATE
           MOVE WS-LOOKUP-RATE TO WS-TO-RATE

           CLOSE CURRENCY-TABLE

      * THE AMOUNT GOES THROUGH HOME CURRENCY AT FULL PRECISION;
      * THE CROSS RATE HANDED BACK IS FOR THE AUDIT AND
      * STATEMENT LINES ONLY.
           IF WS-FROM-RATE = 0 OR WS-TO-RATE = 0
               MOVE "U" TO LS-FX-RESULT
           ELSE
               COMPUTE LS-TO-AMOUNT ROUNDED =
                   LS-FROM-AMOUNT * WS-FROM-RATE / WS-TO-RATE
               COMPUTE LS-APPLIED-RATE ROUNDED =
                   WS-FROM-RATE / WS-TO-RATE
           END-IF

           GOBACK.

       LOOK-UP-RATE.
           IF WS-LOOKUP-CURRENCY = SPACES
               MOVE 1 TO WS-LOOKUP-RATE
           ELSE
               MOVE 0 TO WS-LOOKUP-RATE
               MOVE WS-LOOKUP-CURRENCY TO CUR-CURRENCY-CODE
               READ CURRENCY-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUR-EXCHANGE-RATE TO WS-LOOKUP-RATE
               END-READ
           END-IF.
