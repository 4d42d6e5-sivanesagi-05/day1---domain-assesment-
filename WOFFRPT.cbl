       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFFRPT.

      *****************************************************
      * Month-end written-off loan recovery report. One line *
      * per borrower on the LNWOFF memorandum register: what  *
      * was charged off the book (principal plus booked        *
      * interest), the memo interest never booked, what has     *
      * been recovered against it since, what is still legally   *
      * owed, and the recovery rate on the amount written off. A  *
      * total line closes the report, and the rows recovered in    *
      * full are counted separately.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-REGISTER ASSIGN TO "LNWOFF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LWO-CUSTOMER-ID
               FILE STATUS WS-LNWOFF-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO "WOFFRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WOFFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-REGISTER.
       COPY "LNWOFF.cpy".

       FD  RECOVERY-REPORT.
       01 RECOVERY-DETAIL-LINE.
          05 WRD-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-WRITEOFF-DATE      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-WRITTEN-OFF        PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-MEMO-INTEREST      PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-RECOVERED          PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-STILL-OWED         PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-RECOVERY-PCT       PIC 9(3)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-LAST-RECOVERY      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRD-MESSAGE            PIC X(16).

       01 RECOVERY-TOTAL-LINE.
          05 WRT-LABEL              PIC X(18).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-WRITTEN-OFF        PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-MEMO-INTEREST      PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-RECOVERED          PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-STILL-OWED         PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-RECOVERY-PCT       PIC 9(3)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 WRT-LOAN-COUNT         PIC 9(5).
          05 FILLER                 PIC X(5)   VALUE " LOAN".

       WORKING-STORAGE SECTION.
       01 WS-LNWOFF-STATUS    PIC XX.
       01 WS-WOFFRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REGISTER  VALUE "Y".
       01 WS-WRITTEN-OFF      PIC 9(9)V99.
       01 WS-OWED-TOTAL       PIC 9(9)V99.
       01 WS-STILL-OWED       PIC 9(9)V99.
       01 WS-RECOVERY-PCT     PIC 9(3)V99.
       01 WS-LOAN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-RECOVERED-COUNT  PIC 9(5)   VALUE 0.
       01 WS-TOT-WRITTEN-OFF  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-MEMO         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RECOVERED    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-STILL-OWED   PIC 9(11)V99 VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM UNTIL END-OF-REGISTER
               READ WRITEOFF-REGISTER NEXT RECORD
                   AT END SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-WRITEOFF
               END-READ
           END-PERFORM

           PERFORM WRITE-TOTAL-LINE

           DISPLAY "WRITE-OFF RECOVERY REPORT COMPLETE - "
               WS-LOAN-COUNT " LOAN(S), " WS-RECOVERED-COUNT
               " RECOVERED IN FULL"

           CLOSE WRITEOFF-REGISTER
           CLOSE RECOVERY-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT WRITEOFF-REGISTER
           IF WS-LNWOFF-STATUS = "35"
               DISPLAY "NO WRITE-OFF REGISTER - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "WOFFRPT " "LNWOFF" WS-LNWOFF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT RECOVERY-REPORT
           CALL "FILERR" USING "WOFFRPT " "WOFFRPT" WS-WOFFRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE RECOVERY RATE IS MEASURED AGAINST WHAT WAS CHARGED
      * OFF THE BOOK; THE STILL-OWED FIGURE ALSO CARRIES THE MEMO
      * INTEREST THE BORROWER OWES BUT WAS NEVER RECOGNIZED.
       REPORT-ONE-WRITEOFF.
           COMPUTE WS-WRITTEN-OFF =
               LWO-PRINCIPAL-AMT + LWO-INTEREST-AMT
           COMPUTE WS-OWED-TOTAL =
               WS-WRITTEN-OFF + LWO-MEMO-INTEREST
           IF LWO-RECOVERED-AMT < WS-OWED-TOTAL
               COMPUTE WS-STILL-OWED =
                   WS-OWED-TOTAL - LWO-RECOVERED-AMT
           ELSE
               MOVE 0 TO WS-STILL-OWED
           END-IF
           IF WS-WRITTEN-OFF > 0
               COMPUTE WS-RECOVERY-PCT ROUNDED =
                   LWO-RECOVERED-AMT * 100 / WS-WRITTEN-OFF
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-RECOVERY-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RECOVERY-PCT
           END-IF

           MOVE LWO-CUSTOMER-ID        TO WRD-CUSTOMER-ID
           MOVE LWO-WRITEOFF-DATE      TO WRD-WRITEOFF-DATE
           MOVE WS-WRITTEN-OFF         TO WRD-WRITTEN-OFF
           MOVE LWO-MEMO-INTEREST      TO WRD-MEMO-INTEREST
           MOVE LWO-RECOVERED-AMT      TO WRD-RECOVERED
           MOVE WS-STILL-OWED          TO WRD-STILL-OWED
           MOVE WS-RECOVERY-PCT        TO WRD-RECOVERY-PCT
           MOVE LWO-LAST-RECOVERY-DATE TO WRD-LAST-RECOVERY
           EVALUATE TRUE
               WHEN LWO-FULLY-RECOVERED
                   MOVE "RECOVERED" TO WRD-MESSAGE
                   ADD 1 TO WS-RECOVERED-COUNT
               WHEN LWO-RECOVERED-AMT > 0
                   MOVE "PART RECOVERED" TO WRD-MESSAGE
               WHEN OTHER
                   MOVE "NO RECOVERY YET" TO WRD-MESSAGE
           END-EVALUATE
           WRITE RECOVERY-DETAIL-LINE

           ADD 1                 TO WS-LOAN-COUNT
           ADD WS-WRITTEN-OFF    TO WS-TOT-WRITTEN-OFF
           ADD LWO-MEMO-INTEREST TO WS-TOT-MEMO
           ADD LWO-RECOVERED-AMT TO WS-TOT-RECOVERED
           ADD WS-STILL-OWED     TO WS-TOT-STILL-OWED.

       WRITE-TOTAL-LINE.
           MOVE "TOTAL WRITTEN OFF" TO WRT-LABEL
           MOVE WS-TOT-WRITTEN-OFF  TO WRT-WRITTEN-OFF
           MOVE WS-TOT-MEMO         TO WRT-MEMO-INTEREST
           MOVE WS-TOT-RECOVERED    TO WRT-RECOVERED
           MOVE WS-TOT-STILL-OWED   TO WRT-STILL-OWED
           IF WS-TOT-WRITTEN-OFF > 0
               COMPUTE WS-RECOVERY-PCT ROUNDED =
                   WS-TOT-RECOVERED * 100 / WS-TOT-WRITTEN-OFF
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-RECOVERY-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RECOVERY-PCT
           END-IF
           MOVE WS-RECOVERY-PCT     TO WRT-RECOVERY-PCT
           MOVE WS-LOAN-COUNT       TO WRT-LOAN-COUNT
           WRITE RECOVERY-TOTAL-LINE.
