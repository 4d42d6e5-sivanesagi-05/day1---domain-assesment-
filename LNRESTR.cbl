       01 WS-RESTR-PRINCIPAL  PIC 9(9)V99.
       01 WS-HIGHEST-INSTALL  PIC 9(3)   VALUE 0.
       01 WS-SUPERSEDED-COUNT PIC 9(3)   VALUE 0.
       01 WS-CARRIED-PENAL    PIC 9(7)V99 VALUE 0.
       01 WS-CARRIED-LATE     PIC 9(5)V99 VALUE 0.
       01 WS-MONTHLY-RATE     PIC V9(9).
       01 WS-COMPOUND-FACTOR  PIC 9(4)V9(9).
       01 WS-NEW-EMI          PIC 9(9)V99.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
          05 WS-DUE-DD        PIC 9(2).
       01 WS-LTX-EVENT        PIC X(4)   VALUE "RSTR".
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-LTX-RATE-ED      PIC Z9.99.
       01 WS-LTX-REFERENCE    PIC X(16).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
      * THE OLD OPEN LINES STAY ON FILE FLAGGED SUPERSEDED - THE
      * HISTORY OF THE ORIGINAL TERMS SURVIVES THE NEW DEAL.
      * ARREARS (OPEN LINES ALREADY PAST DUE) ARE TOTALLED ON
      * THE WAY THROUGH FOR THE CAPITALIZATION OPTION. PENAL
      * INTEREST AND LATE CHARGES THE OLD LINES STILL OWE MOVE
      * TO THE FIRST NEW LINE SO THEY ARE NOT LOST.
       SUPERSEDE-OPEN-SCHEDULE.
           MOVE 0 TO WS-ARREARS-TOTAL
           MOVE 0 TO WS-CARRIED-PENAL
           MOVE 0 TO WS-CARRIED-LATE
           MOVE 0 TO WS-HIGHEST-INSTALL
           MOVE "N" TO WS-SCHED-EOF-FLAG
           MOVE CUSTOMER-ID TO LSC-CUSTOMER-ID
                                   ADD LSC-EMI-AMOUNT
                                       TO WS-ARREARS-TOTAL
                               END-IF
                               ADD LSC-PENAL-ACCRUED
                                   TO WS-CARRIED-PENAL
                               ADD LSC-LATE-CHARGE
                                   TO WS-CARRIED-LATE
                               MOVE 0 TO LSC-PENAL-ACCRUED
                               MOVE 0 TO LSC-LATE-CHARGE
                               SET LSC-INSTALL-SUPERSEDED TO TRUE
                               REWRITE LOAN-SCHEDULE-RECORD
                               CALL "FILERR" USING "LNRESTR "
               MOVE "O"                  TO LSC-PAID-FLAG
               MOVE 0                    TO LSC-PAID-DATE
               MOVE 0                    TO LSC-COLLECTED-AMT
               IF M = 1
                   MOVE WS-CARRIED-PENAL TO LSC-PENAL-ACCRUED
                   MOVE WS-CARRIED-LATE  TO LSC-LATE-CHARGE
               ELSE
                   MOVE 0                TO LSC-PENAL-ACCRUED
                   MOVE 0                TO LSC-LATE-CHARGE
               END-IF
               WRITE LOAN-SCHEDULE-RECORD
               CALL "FILERR" USING "LNRESTR " "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               WS-LOANMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM LOG-THE-RESTRUCTURE.

      * CAPITALIZED ARREARS ARE THE ONLY MONEY THE RESTRUCTURE
      * MOVES - THEY JOIN THE PRINCIPAL. WITHOUT THEM THE ROW IS A
      * ZERO-AMOUNT RECORD OF THE NEW RATE AND TERM.
       LOG-THE-RESTRUCTURE.
           IF WS-CAPITALIZE-ARREARS
               MOVE WS-ARREARS-TOTAL TO WS-LTX-TRANS-AMT
           ELSE
               MOVE 0 TO WS-LTX-TRANS-AMT
           END-IF
           MOVE WS-LTX-TRANS-AMT TO WS-LTX-PRINCIPAL
           MOVE WS-NEW-RATE TO WS-LTX-RATE-ED
           MOVE SPACES TO WS-LTX-REFERENCE
           STRING "RATE " WS-LTX-RATE-ED " T " WS-NEW-TERM
               DELIMITED BY SIZE INTO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "LNRESTR "
               WS-LTX-REFERENCE.
