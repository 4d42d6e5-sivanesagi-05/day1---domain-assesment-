      *****************************************************
      * Teller transaction-history inquiry off the          *
      * permanent history file - shows the last N            *
      * transactions for an account with date, narrative,     *
      * amount, and running balance, so "why is my             *
      * balance wrong" finally has an answer at the             *
      * counter. A print-file copy is written with the          *
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-HISTPRT-STATUS.

           SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MMP-KEY
               FILE STATUS WS-MEMOPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 HPL-POSTING-DATE       PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 HPL-NARRATIVE          PIC X(12).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 HPL-TRANS-AMOUNT       PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 HPL-RESULT-BALANCE     PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 HPL-REFERENCE          PIC X(16).

       FD  MEMO-POST-FILE.
       COPY "MEMOPOST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-HISTPRT-STATUS   PIC XX.
       01 WS-MEMOPOST-STATUS  PIC XX.
       01 WS-MEMO-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-MEMOS     VALUE "Y".
       01 WS-MEMO-SHOWN       PIC 9(3)   VALUE 0.
       01 WS-MEMO-NARRATIVE   PIC X(12).
       01 WS-MEMO-LEDGER-TEXT PIC X(14).
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
       01 WS-SLOT             PIC 9(5).
       01 I                   PIC 9(5).
       01 WS-MASKED-ACCOUNT   PIC X(10).
       01 WS-NARRATIVE        PIC X(12).
       01 WS-STATEMENT-DESC   PIC X(24).
       01 WS-PIN-RESULT       PIC X.
          88 WS-PIN-VERIFIED  VALUE "Y".
      * ROLLING WINDOW OF THE MOST RECENT TRANSACTIONS - THE FILE
             10 WSW-TRANS-TYPE      PIC X.
             10 WSW-TRANS-AMOUNT    PIC 9(9)V99.
             10 WSW-RESULT-BALANCE  PIC 9(9)V99.
             10 WSW-TRANS-CODE      PIC X(4).
             10 WSW-REFERENCE       PIC X(16).

       LINKAGE SECTION.
       01 LS-OPERATOR-ROLE    PIC X.

           CLOSE TRANSACTION-HISTORY

           PERFORM SHOW-TODAYS-MEMO-ITEMS

           GOBACK.

       COLLECT-ACCOUNT-HISTORY.
                   MOVE THR-TRANS-AMOUNT   TO WSW-TRANS-AMOUNT(WS-SLOT)
                   MOVE THR-RESULT-BALANCE
                       TO WSW-RESULT-BALANCE(WS-SLOT)
                   MOVE THR-TRANS-CODE     TO WSW-TRANS-CODE(WS-SLOT)
                   MOVE THR-REFERENCE      TO WSW-REFERENCE(WS-SLOT)
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SHOW-COUNT
               COMPUTE WS-SLOT = FUNCTION MOD(
                   WS-START-SLOT + I - 1, WS-MAX-SHOW) + 1
               CALL "TXNDESC" USING WSW-TRANS-CODE(WS-SLOT)
                   WSW-TRANS-TYPE(WS-SLOT) WS-NARRATIVE
                   WS-STATEMENT-DESC
               DISPLAY "  " WSW-POSTING-DATE(WS-SLOT)
                   " " WS-NARRATIVE
                   " " WSW-TRANS-AMOUNT(WS-SLOT)
                   " BAL " WSW-RESULT-BALANCE(WS-SLOT)
                   " " WSW-REFERENCE(WS-SLOT)
               MOVE WS-MASKED-ACCOUNT TO HPL-MASKED-ACCOUNT
               MOVE WSW-POSTING-DATE(WS-SLOT)   TO HPL-POSTING-DATE
               MOVE WS-NARRATIVE                TO HPL-NARRATIVE
               MOVE WSW-TRANS-AMOUNT(WS-SLOT)   TO HPL-TRANS-AMOUNT
               MOVE WSW-RESULT-BALANCE(WS-SLOT) TO HPL-RESULT-BALANCE
               MOVE WSW-REFERENCE(WS-SLOT)      TO HPL-REFERENCE
               WRITE HISTORY-PRINT-LINE
           END-PERFORM

           CLOSE HISTORY-PRINT.

      * THE HISTORY FILE IS LOADED OVERNIGHT, SO TODAY'S COUNTER
      * ACTIVITY ONLY SHOWS FROM THE MEMO FILE. DEPOSITS ARE
      * FLAGGED AS NOT YET POSTED - THEY REACH THE LEDGER IN
      * TONIGHT'S DEPOSIT RUN.
       SHOW-TODAYS-MEMO-ITEMS.
           MOVE 0   TO WS-MEMO-SHOWN
           MOVE "N" TO WS-MEMO-EOF-FLAG
           OPEN INPUT MEMO-POST-FILE
           IF WS-MEMOPOST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "HISTINQ " "MEMOPOST"
                   WS-MEMOPOST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-INQUIRY-ACCOUNT TO MMP-ACCOUNT-NUMBER
               MOVE 0 TO MMP-MEMO-SEQ
               START MEMO-POST-FILE KEY IS NOT LESS THAN MMP-KEY
                   INVALID KEY SET END-OF-MEMOS TO TRUE
               END-START
               PERFORM UNTIL END-OF-MEMOS
                   READ MEMO-POST-FILE NEXT RECORD
                       AT END SET END-OF-MEMOS TO TRUE
                       NOT AT END
                           IF MMP-ACCOUNT-NUMBER
                               NOT = WS-INQUIRY-ACCOUNT
                               SET END-OF-MEMOS TO TRUE
                           ELSE
                               IF MMP-ITEM-OPEN
                                   PERFORM SHOW-ONE-MEMO-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMO-POST-FILE
           END-IF.

       SHOW-ONE-MEMO-ITEM.
           IF WS-MEMO-SHOWN = 0
               DISPLAY "TODAY'S MEMO ITEMS FOR " WS-INQUIRY-ACCOUNT ":"
           END-IF
           ADD 1 TO WS-MEMO-SHOWN
           EVALUATE TRUE
               WHEN MMP-DEPOSIT
                   MOVE "DEPOSIT"      TO WS-MEMO-NARRATIVE
               WHEN MMP-WITHDRAWAL
                   MOVE "WITHDRAWAL"   TO WS-MEMO-NARRATIVE
               WHEN MMP-TRANSFER-OUT
                   MOVE "TRANSFER OUT" TO WS-MEMO-NARRATIVE
               WHEN MMP-TRANSFER-IN
                   MOVE "TRANSFER IN"  TO WS-MEMO-NARRATIVE
               WHEN OTHER
                   MOVE "MEMO ITEM"    TO WS-MEMO-NARRATIVE
           END-EVALUATE
           IF MMP-ON-LEDGER
               MOVE "POSTED"         TO WS-MEMO-LEDGER-TEXT
           ELSE
               MOVE "NOT YET POSTED" TO WS-MEMO-LEDGER-TEXT
           END-IF
           DISPLAY "  " MMP-MEMO-DATE
               " " WS-MEMO-NARRATIVE
               " " MMP-AMOUNT
               " " WS-MEMO-LEDGER-TEXT
               " " MMP-OPERATOR-ID.
