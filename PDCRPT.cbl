       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDCRPT.

      *****************************************************
      * Post-dated cheque stock report. For every loan on    *
      * PDCREG, the last installment still covered by a held  *
      * or presented cheque is set against the open            *
      * installments on LOANSCHD; a loan with open installments *
      * beyond it is flagged with the first uncovered            *
      * installment, its due date and how many are uncovered, so  *
      * the branch can ask the borrower for the next set of        *
      * cheques before the stock runs out. A held cheque whose      *
      * installment is no longer open is listed to be handed back.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDC-REGISTER ASSIGN TO "PDCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PDC-KEY
               FILE STATUS WS-PDCREG-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT PDC-STOCK-REPORT ASSIGN TO "PDCRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PDCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDC-REGISTER.
       COPY "PDCREG.cpy".

       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

      * A STOCK LINE CARRIES NO CHEQUE SERIAL; A HAND-BACK LINE
      * CARRIES THE CHEQUE, ITS INSTALLMENT AND ITS DATE.
       FD  PDC-STOCK-REPORT.
       01 PDC-STOCK-LINE.
          05 PRL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRL-CHEQUE-SERIAL      PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRL-INSTALL-NO         PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRL-DATE               PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRL-UNCOVERED          PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PRL-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PDCREG-STATUS    PIC XX.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-PDCRPT-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CHEQUES   VALUE "Y".
       01 WS-SCHED-EOF-FLAG   PIC X      VALUE "N".
          88 END-OF-SCHEDULE  VALUE "Y".
       01 WS-CURRENT-LOAN     PIC 9(8)   VALUE 0.
       01 WS-LAST-COVERED     PIC 9(3).
       01 WS-FIRST-UNCOVERED  PIC 9(3).
       01 WS-RUNOUT-DATE      PIC 9(8).
       01 WS-UNCOVERED-COUNT  PIC 9(3).
       01 WS-LOAN-COUNT       PIC 9(7)   VALUE 0.
       01 WS-SHORT-COUNT      PIC 9(7)   VALUE 0.
       01 WS-HANDBACK-COUNT   PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT PDC-REGISTER
           IF WS-PDCREG-STATUS = "35"
               DISPLAY "NO PDC REGISTER - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "PDCRPT  " "PDCREG" WS-PDCREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           CALL "FILERR" USING "PDCRPT  " "LOANSCHD" WS-LOANSCHD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT PDC-STOCK-REPORT
           CALL "FILERR" USING "PDCRPT  " "PDCRPT" WS-PDCRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * THE REGISTER IS IN LOAN ORDER, SO EACH LOAN'S CHEQUES
      * ARE TOGETHER AND THE LOAN IS JUDGED WHEN THE NEXT BEGINS.
           PERFORM UNTIL END-OF-CHEQUES
               READ PDC-REGISTER NEXT RECORD
                   AT END SET END-OF-CHEQUES TO TRUE
                   NOT AT END
                       IF PDC-CUSTOMER-ID NOT = WS-CURRENT-LOAN
                           IF WS-CURRENT-LOAN NOT = 0
                               PERFORM JUDGE-ONE-LOAN
                           END-IF
                           MOVE PDC-CUSTOMER-ID TO WS-CURRENT-LOAN
                           MOVE 0 TO WS-LAST-COVERED
                       END-IF
                       PERFORM NOTE-ONE-CHEQUE
               END-READ
           END-PERFORM
           IF WS-CURRENT-LOAN NOT = 0
               PERFORM JUDGE-ONE-LOAN
           END-IF

           DISPLAY "PDC STOCK REPORT COMPLETE - " WS-LOAN-COUNT
               " LOAN(S), " WS-SHORT-COUNT " SHORT OF CHEQUES, "
               WS-HANDBACK-COUNT " CHEQUE(S) TO HAND BACK"

           CLOSE PDC-REGISTER
           CLOSE LOAN-SCHEDULE
           CLOSE PDC-STOCK-REPORT

           STOP RUN.

       NOTE-ONE-CHEQUE.
           IF PDC-HELD OR PDC-PRESENTED
               IF PDC-INSTALL-NO > WS-LAST-COVERED
                   MOVE PDC-INSTALL-NO TO WS-LAST-COVERED
               END-IF
           END-IF
           IF PDC-HELD
               PERFORM CHECK-HELD-CHEQUE
           END-IF.

      * PAID, SETTLED OR WRITTEN OFF SOME OTHER WAY - THE CHEQUE
      * MUST NOT GO OUT, AND CHQPRES WILL KEEP HOLDING IT.
       CHECK-HELD-CHEQUE.
           MOVE PDC-CUSTOMER-ID TO LSC-CUSTOMER-ID
           MOVE PDC-INSTALL-NO  TO LSC-INSTALL-NO
           READ LOAN-SCHEDULE
               INVALID KEY
                   MOVE "Installment not on schedule - hand back"
                       TO PRL-PROBLEM
                   PERFORM WRITE-HANDBACK-LINE
               NOT INVALID KEY
                   IF NOT LSC-INSTALL-OPEN
                       MOVE "Installment not open - hand cheque back"
                           TO PRL-PROBLEM
                       PERFORM WRITE-HANDBACK-LINE
                   END-IF
           END-READ.

       WRITE-HANDBACK-LINE.
           MOVE PDC-CUSTOMER-ID   TO PRL-CUSTOMER-ID
           MOVE PDC-CHEQUE-SERIAL TO PRL-CHEQUE-SERIAL
           MOVE PDC-INSTALL-NO    TO PRL-INSTALL-NO
           MOVE PDC-CHEQUE-DATE   TO PRL-DATE
           MOVE 0                 TO PRL-UNCOVERED
           WRITE PDC-STOCK-LINE
           ADD 1 TO WS-HANDBACK-COUNT.

      * ONLY INSTALLMENTS AFTER THE LAST ONE COVERED ARE COUNTED -
      * THE STOCK RUNNING OUT, NOT A GAP BEHIND IT, IS THE FLAG.
       JUDGE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           MOVE 0 TO WS-UNCOVERED-COUNT
           MOVE 0 TO WS-FIRST-UNCOVERED
           MOVE 0 TO WS-RUNOUT-DATE
           MOVE "N" TO WS-SCHED-EOF-FLAG
           MOVE WS-CURRENT-LOAN TO LSC-CUSTOMER-ID
           COMPUTE LSC-INSTALL-NO = WS-LAST-COVERED + 1
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
               INVALID KEY SET END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCHEDULE
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END SET END-OF-SCHEDULE TO TRUE
                   NOT AT END
                       IF LSC-CUSTOMER-ID NOT = WS-CURRENT-LOAN
                           SET END-OF-SCHEDULE TO TRUE
                       ELSE
                           IF LSC-INSTALL-OPEN
                               PERFORM COUNT-UNCOVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-UNCOVERED-COUNT > 0
               MOVE WS-CURRENT-LOAN    TO PRL-CUSTOMER-ID
               MOVE 0                  TO PRL-CHEQUE-SERIAL
               MOVE WS-FIRST-UNCOVERED TO PRL-INSTALL-NO
               MOVE WS-RUNOUT-DATE     TO PRL-DATE
               MOVE WS-UNCOVERED-COUNT TO PRL-UNCOVERED
               MOVE "PDC stock runs out before schedule ends"
                   TO PRL-PROBLEM
               WRITE PDC-STOCK-LINE
               ADD 1 TO WS-SHORT-COUNT
           END-IF.

       COUNT-UNCOVERED.
           IF WS-UNCOVERED-COUNT = 0
               MOVE LSC-INSTALL-NO TO WS-FIRST-UNCOVERED
               MOVE LSC-DUE-DATE   TO WS-RUNOUT-DATE
           END-IF
           ADD 1 TO WS-UNCOVERED-COUNT.
