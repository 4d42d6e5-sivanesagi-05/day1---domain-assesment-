       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOPOST.

      *****************************************************
      * Common intraday memo-post writer, shared the way     *
      * AUDITLOG is. Callers pass the account, the capture    *
      * sequence, the memo type (D deposit, W withdrawal, O/I  *
      * transfer out/in), the instrument, the amount and the    *
      * operator. One open item is added to MEMOPOST.DAT per     *
      * call, dated with the processing date so the nightly       *
      * DEPOSIT run clears it against tonight's posting. Deposits  *
      * are not yet on the ledger; every other type already posted  *
      * to ACM-BALANCE when it was accepted.                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MMP-KEY
               FILE STATUS WS-MEMOPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-POST-FILE.
       COPY "MEMOPOST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MEMOPOST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-WRITTEN-FLAG     PIC X      VALUE "N".
          88 WS-MEMO-WRITTEN  VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-MEMO-SEQ         PIC 9(8).
       01 LS-MEMO-TYPE        PIC X.
          88 LS-DEPOSIT-MEMO  VALUE "D".
       01 LS-INSTRUMENT-TYPE  PIC X.
       01 LS-AMOUNT           PIC 9(9)V99.
       01 LS-OPERATOR-ID      PIC X(8).

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-MEMO-SEQ
                                LS-MEMO-TYPE LS-INSTRUMENT-TYPE
                                LS-AMOUNT LS-OPERATOR-ID.
       MAIN-LOGIC.
           OPEN I-O MEMO-POST-FILE
           IF WS-MEMOPOST-STATUS = "35"
               OPEN OUTPUT MEMO-POST-FILE
               CLOSE MEMO-POST-FILE
               OPEN I-O MEMO-POST-FILE
           END-IF
           CALL "FILERR" USING "MEMOPOST" "MEMOPOST" WS-MEMOPOST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           MOVE LS-ACCOUNT-NUMBER  TO MMP-ACCOUNT-NUMBER
           MOVE LS-MEMO-SEQ        TO MMP-MEMO-SEQ
           MOVE LS-MEMO-TYPE       TO MMP-MEMO-TYPE
           MOVE LS-INSTRUMENT-TYPE TO MMP-INSTRUMENT-TYPE
           MOVE LS-AMOUNT          TO MMP-AMOUNT
           IF LS-DEPOSIT-MEMO
               SET MMP-NOT-ON-LEDGER TO TRUE
           ELSE
               SET MMP-ON-LEDGER     TO TRUE
           END-IF
           SET MMP-ITEM-OPEN       TO TRUE
           MOVE WS-TS-DATE         TO MMP-MEMO-DATE
           MOVE WS-TS-TIME         TO MMP-MEMO-TIME
           MOVE LS-OPERATOR-ID     TO MMP-OPERATOR-ID
           MOVE 0                  TO MMP-CLEARED-DATE
           MOVE "N"                TO WS-WRITTEN-FLAG

      * SEQUENCES ARE MINTED FROM TIME-OF-DAY, SO TWO ITEMS ON ONE
      * ACCOUNT IN THE SAME HUNDREDTH OF A SECOND COLLIDE - THE
      * LATER ONE STEPS ON TO THE NEXT FREE SEQUENCE. A DEPOSIT
      * STEPPED THIS WAY NO LONGER MATCHES ITS INTAKE RECORD AND
      * COMES OUT ON THE NIGHTLY UNMATCHED-MEMO REPORT.
           PERFORM UNTIL WS-MEMO-WRITTEN
               WRITE MEMO-POST-RECORD
               IF WS-MEMOPOST-STATUS = "22"
                   ADD 1 TO MMP-MEMO-SEQ
               ELSE
                   CALL "FILERR" USING "MEMOPOST" "MEMOPOST"
                       WS-MEMOPOST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   SET WS-MEMO-WRITTEN TO TRUE
               END-IF
           END-PERFORM

           CLOSE MEMO-POST-FILE

           GOBACK.
