      * Teller early-settlement quote. Adds up what it       *
      * actually takes to clear a loan today - outstanding    *
      * principal from the loan master, interest accrued to    *
      * the settlement date off the loan accrual file, and the  *
      * early-settlement penalty - so the figure stops depending *
      * on who did the arithmetic. The payoff itself posts        *
      * through LOANPOST with a payoff-type record on the          *
      * repayment feed. Penal interest and late charges still owed  *
      * on the schedule are quoted on their own line.                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY LNA-CUSTOMER-ID
               FILE STATUS WS-LNACCRL-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       FD  LOAN-ACCRUAL-FILE.
       COPY "LNACCRL.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-LNACCRL-STATUS   PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 CUSTOMER-ID         PIC 9(8).
      * EARLY-SETTLEMENT PENALTY AS A PERCENT OF THE
       01 WS-PENALTY-PCT      PIC 9(2)V99 VALUE 2.00.
       01 WS-ACCRUED-INT      PIC 9(9)V99.
       01 WS-PENALTY          PIC 9(9)V99.
       01 WS-PENAL-CHARGES    PIC 9(9)V99.
       01 WS-SETTLEMENT       PIC 9(11)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
               CLOSE LOAN-ACCRUAL-FILE
           END-IF

           PERFORM GATHER-PENAL-CHARGES

           COMPUTE WS-PENALTY ROUNDED =
               LNM-EXISTING-LOAN-BAL * WS-PENALTY-PCT / 100
           COMPUTE WS-SETTLEMENT =
               LNM-EXISTING-LOAN-BAL + WS-ACCRUED-INT + WS-PENALTY
               + WS-PENAL-CHARGES

           DISPLAY "EARLY-SETTLEMENT QUOTE FOR " CUSTOMER-ID
               " AS AT " WS-TS-DATE
               LNM-EXISTING-LOAN-BAL
           DISPLAY "  INTEREST ACCRUED:      " WS-ACCRUED-INT
           DISPLAY "  SETTLEMENT PENALTY:    " WS-PENALTY
           DISPLAY "  PENAL AND LATE CHARGES:" WS-PENAL-CHARGES
           DISPLAY "  TOTAL TO SETTLE:       " WS-SETTLEMENT
           DISPLAY "QUOTE HOLDS FOR TODAY - POST THE PAYOFF"
               " THROUGH THE REPAYMENT FEED, TYPE P".

      * PENAL INTEREST AND LATE CHARGES STILL OWED ON ANY LINE OF
      * THE SCHEDULE - THE PAYOFF CLEARS THEM ALONG WITH THE LOAN.
       GATHER-PENAL-CHARGES.
           MOVE 0 TO WS-PENAL-CHARGES
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LOANSCHD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "LNSETTLE" "LOANSCHD"
                   WS-LOANSCHD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE CUSTOMER-ID TO LSC-CUSTOMER-ID
               MOVE 0 TO LSC-INSTALL-NO
               START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
                   INVALID KEY SET END-OF-SCHEDULE TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCHEDULE
                   READ LOAN-SCHEDULE NEXT RECORD
                       AT END SET END-OF-SCHEDULE TO TRUE
                       NOT AT END
                           IF LSC-CUSTOMER-ID NOT = CUSTOMER-ID
                               SET END-OF-SCHEDULE TO TRUE
                           ELSE
                               ADD LSC-PENAL-ACCRUED
                                   TO WS-PENAL-CHARGES
                               ADD LSC-LATE-CHARGE
                                   TO WS-PENAL-CHARGES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHEDULE
           END-IF.
