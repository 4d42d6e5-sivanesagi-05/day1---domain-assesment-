       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLREF.

      *****************************************************
      * Common biller and consumer-number check, shared by   *
      * payee registration and both bill payment programs the *
      * way KYCCHK is shared for the KYC review. Callers pass  *
      * a biller id and a consumer number and get back whether  *
      * the pair is good, with the biller's name and settlement  *
      * account: an unknown biller, a suspended one, a number of  *
      * the wrong length or character class, or one whose check    *
      * digit fails the biller's rule is refused.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO "BILLER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BLR-BILLER-ID
               FILE STATUS WS-BILLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-MASTER.
       COPY "BILLER.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLER-STATUS    PIC XX.
       01 WS-REF-LENGTH       PIC 9(2).
       01 WS-SPACE-COUNT      PIC 9(2).
       01 WS-POSITION         PIC 9(2).
       01 WS-DIGIT            PIC 9.
       01 WS-PRODUCT          PIC 9(2).
       01 WS-WEIGHT           PIC 9(2).
       01 WS-CHECK-SUM        PIC 9(4).
       01 WS-QUOTIENT         PIC 9(4).
       01 WS-CHECK-REMAINDER  PIC 9(2).
       01 WS-EVEN-FLAG        PIC X.
          88 WS-EVEN-POSITION VALUE "Y".

       LINKAGE SECTION.
       01 LS-BILLER-ID        PIC X(4).
       01 LS-CONSUMER-REF     PIC X(12).
       01 LS-RESULT           PIC X.
          88 LS-REF-OK        VALUE "Y".
          88 LS-NO-BILLER     VALUE "B".
          88 LS-BILLER-SUSPENDED VALUE "S".
          88 LS-BAD-FORMAT    VALUE "F".
          88 LS-BAD-CHECK-DIGIT VALUE "C".
       01 LS-BILLER-NAME      PIC X(30).
       01 LS-SETTLE-ACCOUNT   PIC 9(10).

       PROCEDURE DIVISION USING LS-BILLER-ID LS-CONSUMER-REF
                                LS-RESULT LS-BILLER-NAME
                                LS-SETTLE-ACCOUNT.
       MAIN-LOGIC.
           SET LS-NO-BILLER TO TRUE
           MOVE SPACES TO LS-BILLER-NAME
           MOVE 0 TO LS-SETTLE-ACCOUNT

           OPEN INPUT BILLER-MASTER
           IF WS-BILLER-STATUS = "35"
               GOBACK
           END-IF
           IF WS-BILLER-STATUS NOT = "00"
               DISPLAY "BILLREF: BILLER OPEN STATUS "
                   WS-BILLER-STATUS
               GOBACK
           END-IF

           MOVE LS-BILLER-ID TO BLR-BILLER-ID
           READ BILLER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BLR-NAME           TO LS-BILLER-NAME
                   MOVE BLR-SETTLE-ACCOUNT TO LS-SETTLE-ACCOUNT
                   IF BLR-SUSPENDED
                       SET LS-BILLER-SUSPENDED TO TRUE
                   ELSE
                       PERFORM CHECK-CONSUMER-REF
                   END-IF
           END-READ

           CLOSE BILLER-MASTER

           GOBACK.

       CHECK-CONSUMER-REF.
           SET LS-REF-OK TO TRUE

           PERFORM VARYING WS-REF-LENGTH FROM 12 BY -1
                   UNTIL WS-REF-LENGTH = 0
                      OR LS-CONSUMER-REF(WS-REF-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE 0 TO WS-SPACE-COUNT
           IF WS-REF-LENGTH > 0
               INSPECT LS-CONSUMER-REF(1:WS-REF-LENGTH)
                   TALLYING WS-SPACE-COUNT FOR ALL SPACES
           END-IF

           EVALUATE TRUE
               WHEN WS-REF-LENGTH = 0
               WHEN WS-SPACE-COUNT > 0
               WHEN WS-REF-LENGTH < BLR-REF-MIN-LENGTH
               WHEN WS-REF-LENGTH > BLR-REF-MAX-LENGTH
                   SET LS-BAD-FORMAT TO TRUE
      * A CHECK-DIGIT RULE ONLY WORKS ON DIGITS, WHATEVER THE FORMAT.
               WHEN (BLR-REF-NUMERIC OR NOT BLR-NO-CHECK-DIGIT)
                AND LS-CONSUMER-REF(1:WS-REF-LENGTH) NOT NUMERIC
                   SET LS-BAD-FORMAT TO TRUE
               WHEN BLR-LUHN-MOD10
                   PERFORM CHECK-LUHN-DIGIT
               WHEN BLR-WEIGHTED-MOD11
                   PERFORM CHECK-MOD11-DIGIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * LUHN: FROM THE RIGHT, THE CHECK DIGIT COUNTS AS IT IS AND
      * EVERY SECOND DIGIT IS DOUBLED (LESS 9 WHEN OVER 9); THE
      * TOTAL MUST BE A MULTIPLE OF 10.
       CHECK-LUHN-DIGIT.
           MOVE 0 TO WS-CHECK-SUM
           MOVE "N" TO WS-EVEN-FLAG
           PERFORM VARYING WS-POSITION FROM WS-REF-LENGTH BY -1
                   UNTIL WS-POSITION = 0
               MOVE LS-CONSUMER-REF(WS-POSITION:1) TO WS-DIGIT
               IF WS-EVEN-POSITION
                   COMPUTE WS-PRODUCT = WS-DIGIT * 2
                   IF WS-PRODUCT > 9
                       SUBTRACT 9 FROM WS-PRODUCT
                   END-IF
                   ADD WS-PRODUCT TO WS-CHECK-SUM
                   MOVE "N" TO WS-EVEN-FLAG
               ELSE
                   ADD WS-DIGIT TO WS-CHECK-SUM
                   MOVE "Y" TO WS-EVEN-FLAG
               END-IF
           END-PERFORM
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER NOT = 0
               SET LS-BAD-CHECK-DIGIT TO TRUE
           END-IF.

      * WEIGHTED MODULUS 11: FROM THE RIGHT THE CHECK DIGIT WEIGHS
      * 1 AND THE REST 2 THROUGH 7 OVER AND OVER; THE WEIGHTED
      * TOTAL MUST BE A MULTIPLE OF 11.
       CHECK-MOD11-DIGIT.
           MOVE 0 TO WS-CHECK-SUM
           MOVE 1 TO WS-WEIGHT
           PERFORM VARYING WS-POSITION FROM WS-REF-LENGTH BY -1
                   UNTIL WS-POSITION = 0
               MOVE LS-CONSUMER-REF(WS-POSITION:1) TO WS-DIGIT
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
                   + (WS-DIGIT * WS-WEIGHT)
               ADD 1 TO WS-WEIGHT
               IF WS-WEIGHT > 7
                   MOVE 2 TO WS-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-CHECK-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER NOT = 0
               SET LS-BAD-CHECK-DIGIT TO TRUE
           END-IF.
