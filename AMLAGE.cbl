       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLAGE.

      *****************************************************
      * Nightly compliance case ageing report, run after     *
      * AMLLOAD. Lists every live case on AMLCASE whose       *
      * review date has passed - open, under review or         *
      * escalated - with the investigator, the days overdue and *
      * the latest signal, unassigned cases flagged, so the      *
      * compliance head can see which decisions are late and      *
      * whose.                                                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASES ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMC-CASE-NUMBER
               ALTERNATE RECORD KEY AMC-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-AMLCASE-STATUS.

           SELECT AGEING-REPORT ASSIGN TO "AMLAGE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AMLAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASES.
       COPY "AMLCASE.cpy".

       FD  AGEING-REPORT.
       01 AGEING-REPORT-LINE.
          05 AGL-CASE-NUMBER        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-STATUS             PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-INVESTIGATOR-ID    PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-OPENED-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-REVIEW-DUE-DATE    PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-DAYS-OVERDUE       PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-ALERT-COUNT        PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-LAST-ALERT-DATE    PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 AGL-MESSAGE            PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-AMLCASE-STATUS   PIC XX.
       01 WS-AMLAGE-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CASES     VALUE "Y".
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DAYS-OVERDUE     PIC 9(5).
       01 WS-LIVE-COUNT       PIC 9(7)   VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES

           PERFORM UNTIL END-OF-CASES
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF AMC-CASE-LIVE
                           ADD 1 TO WS-LIVE-COUNT
                           IF AMC-REVIEW-DUE-DATE < WS-TS-DATE
                               PERFORM WRITE-AGEING-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "AML CASE AGEING COMPLETE - " WS-LIVE-COUNT
               " LIVE, " WS-OVERDUE-COUNT " PAST REVIEW DATE"

           CLOSE AML-CASES
           CLOSE AGEING-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT AML-CASES
           IF WS-AMLCASE-STATUS = "35"
               SET END-OF-CASES TO TRUE
               OPEN OUTPUT AML-CASES
               CLOSE AML-CASES
               OPEN INPUT AML-CASES
           END-IF
           CALL "FILERR" USING "AMLAGE  " "AMLCASE" WS-AMLCASE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT AGEING-REPORT
           CALL "FILERR" USING "AMLAGE  " "AMLAGE" WS-AMLAGE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-AGEING-LINE.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(AMC-REVIEW-DUE-DATE)
           MOVE AMC-CASE-NUMBER      TO AGL-CASE-NUMBER
           MOVE AMC-CUSTOMER-ID      TO AGL-CUSTOMER-ID
           MOVE AMC-STATUS           TO AGL-STATUS
           MOVE AMC-INVESTIGATOR-ID  TO AGL-INVESTIGATOR-ID
           MOVE AMC-OPENED-DATE      TO AGL-OPENED-DATE
           MOVE AMC-REVIEW-DUE-DATE  TO AGL-REVIEW-DUE-DATE
           MOVE WS-DAYS-OVERDUE      TO AGL-DAYS-OVERDUE
           MOVE AMC-ALERT-COUNT      TO AGL-ALERT-COUNT
           MOVE AMC-LAST-ALERT-DATE  TO AGL-LAST-ALERT-DATE
           IF AMC-INVESTIGATOR-ID = SPACES
               MOVE "UNASSIGNED" TO AGL-MESSAGE
           ELSE
               IF AMC-ESCALATED
                   MOVE "ESCALATED" TO AGL-MESSAGE
               ELSE
                   MOVE "OVERDUE" TO AGL-MESSAGE
               END-IF
           END-IF
           WRITE AGEING-REPORT-LINE
           ADD 1 TO WS-OVERDUE-COUNT.
