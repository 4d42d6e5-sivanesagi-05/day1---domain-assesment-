       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOBAL.

      *****************************************************
      * Returns an account's open intraday memo items for    *
      * the online inquiries and the withdrawal available     *
      * balance. Callers pass the account and get back the     *
      * unposted memo credit (deposits accepted today that the  *
      * nightly DEPOSIT run has not yet put on the ledger), the  *
      * cash part of it that is spendable today - a memo cheque   *
      * deposit waits for the clearing float like a posted one -   *
      * and the count of today's open memo items of every type.     *
      * Ledger balance plus the memo credit is the memo balance. No  *
      * memo file yet means nothing open.                             *
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
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-MEMOS     VALUE "Y".

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-MEMO-CREDIT      PIC 9(9)V99.
       01 LS-MEMO-AVAILABLE   PIC 9(9)V99.
       01 LS-MEMO-COUNT       PIC 9(3).

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-MEMO-CREDIT
                                LS-MEMO-AVAILABLE LS-MEMO-COUNT.
       MAIN-LOGIC.
           MOVE 0 TO LS-MEMO-CREDIT
           MOVE 0 TO LS-MEMO-AVAILABLE
           MOVE 0 TO LS-MEMO-COUNT
           MOVE "N" TO WS-EOF-FLAG

           OPEN INPUT MEMO-POST-FILE
           IF WS-MEMOPOST-STATUS = "35"
               GOBACK
           END-IF
           CALL "FILERR" USING "MEMOBAL " "MEMOPOST" WS-MEMOPOST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE LS-ACCOUNT-NUMBER TO MMP-ACCOUNT-NUMBER
           MOVE 0 TO MMP-MEMO-SEQ
           START MEMO-POST-FILE KEY IS NOT LESS THAN MMP-KEY
               INVALID KEY SET END-OF-MEMOS TO TRUE
           END-START

           PERFORM UNTIL END-OF-MEMOS
               READ MEMO-POST-FILE NEXT RECORD
                   AT END SET END-OF-MEMOS TO TRUE
                   NOT AT END
                       IF MMP-ACCOUNT-NUMBER NOT = LS-ACCOUNT-NUMBER
                           SET END-OF-MEMOS TO TRUE
                       ELSE
                           PERFORM ADD-MEMO-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MEMO-POST-FILE

           GOBACK.

       ADD-MEMO-ITEM.
           IF MMP-ITEM-OPEN
               ADD 1 TO LS-MEMO-COUNT
               IF MMP-NOT-ON-LEDGER
                   ADD MMP-AMOUNT TO LS-MEMO-CREDIT
                   IF MMP-CASH-ITEM
                       ADD MMP-AMOUNT TO LS-MEMO-AVAILABLE
                   END-IF
               END-IF
           END-IF.
