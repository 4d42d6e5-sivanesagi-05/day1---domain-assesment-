       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFEXC.

      *****************************************************
      * Balance-confirmation exceptions summary for the      *
      * audit file. For one cutoff, lists every confirmation  *
      * on the CONFREG register that has not been agreed -     *
      * differences open or explained, letters still unanswered *
      * with the days they have been out, letters the post       *
      * returned, and accounts drawn with no customer record -    *
      * and closes with the counts the auditors' working paper     *
      * asks for.                                                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-REGISTER ASSIGN TO "CONFREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNF-KEY
               FILE STATUS WS-CONFREG-STATUS.

           SELECT EXCEPTIONS-REPORT ASSIGN TO "CONFXRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CONFXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-REGISTER.
       COPY "CONFREG.cpy".

       FD  EXCEPTIONS-REPORT.
       01 EXCEPTION-LINE.
          05 EXL-CONFIRM-REF        PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-SELECTION          PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-BOOK-BALANCE       PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-STATUS-TEXT        PIC X(12).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-CONFIRMED-BALANCE  PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-DIFFERENCE-AMT     PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-REASON-CODE        PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 EXL-DAYS-OUT           PIC 9(4).

       01 EXCEPTION-TOTAL-LINE.
          05 ETL-CUTOFF-DATE        PIC 9(8).
          05 FILLER                 PIC X(7)   VALUE " SENT ".
          05 ETL-SENT               PIC 9(5).
          05 FILLER                 PIC X(10)  VALUE " REPLIED ".
          05 ETL-REPLIED            PIC 9(5).
          05 FILLER                 PIC X(8)   VALUE " AGREED ".
          05 ETL-AGREED             PIC 9(5).
          05 FILLER                 PIC X(7)   VALUE " DIFF ".
          05 ETL-DIFFERENCES        PIC 9(5).
          05 FILLER                 PIC X(11)  VALUE " EXPLAINED ".
          05 ETL-EXPLAINED          PIC 9(5).
          05 FILLER                 PIC X(13)  VALUE " OUTSTANDING ".
          05 ETL-OUTSTANDING        PIC 9(5).
          05 FILLER                 PIC X(13)  VALUE " UNDELIVERED ".
          05 ETL-UNDELIVERED        PIC 9(5).
          05 FILLER                 PIC X(12)  VALUE " NO ADDRESS ".
          05 ETL-NO-ADDRESS         PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CONFREG-STATUS   PIC XX.
       01 WS-CONFXRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REGISTER  VALUE "Y".
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-DAYS-OUT         PIC 9(5).
       01 WS-COUNTS.
          05 WS-SENT          PIC 9(5)   VALUE 0.
          05 WS-REPLIED       PIC 9(5)   VALUE 0.
          05 WS-AGREED        PIC 9(5)   VALUE 0.
          05 WS-DIFFERENCES   PIC 9(5)   VALUE 0.
          05 WS-EXPLAINED     PIC 9(5)   VALUE 0.
          05 WS-OUTSTANDING   PIC 9(5)   VALUE 0.
          05 WS-UNDELIVERED   PIC 9(5)   VALUE 0.
          05 WS-NO-ADDRESS    PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER CONFIRMATION CUTOFF DATE (YYYYMMDD): ".
           ACCEPT WS-CUTOFF-DATE.

           OPEN INPUT CONFIRMATION-REGISTER
           CALL "FILERR" USING "CONFEXC " "CONFREG" WS-CONFREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTIONS-REPORT
           CALL "FILERR" USING "CONFEXC " "CONFXRPT" WS-CONFXRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-CUTOFF-DATE TO CNF-CUTOFF-DATE
           MOVE 0              TO CNF-CONFIRM-REF
           START CONFIRMATION-REGISTER KEY IS NOT LESS THAN CNF-KEY
               INVALID KEY
                   SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-REGISTER
               READ CONFIRMATION-REGISTER NEXT RECORD
                   AT END
                       SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF CNF-CUTOFF-DATE NOT = WS-CUTOFF-DATE
                           SET END-OF-REGISTER TO TRUE
                       ELSE
                           PERFORM SUMMARISE-ONE-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SENT = 0 AND WS-NO-ADDRESS = 0
               DISPLAY "NO CONFIRMATIONS ON THE REGISTER FOR "
                   WS-CUTOFF-DATE
           END-IF

           MOVE WS-CUTOFF-DATE TO ETL-CUTOFF-DATE
           MOVE WS-SENT        TO ETL-SENT
           MOVE WS-REPLIED     TO ETL-REPLIED
           MOVE WS-AGREED      TO ETL-AGREED
           MOVE WS-DIFFERENCES TO ETL-DIFFERENCES
           MOVE WS-EXPLAINED   TO ETL-EXPLAINED
           MOVE WS-OUTSTANDING TO ETL-OUTSTANDING
           MOVE WS-UNDELIVERED TO ETL-UNDELIVERED
           MOVE WS-NO-ADDRESS  TO ETL-NO-ADDRESS
           WRITE EXCEPTION-TOTAL-LINE

           DISPLAY "CONFIRMATION EXCEPTIONS FOR " WS-CUTOFF-DATE
               " - " WS-SENT " SENT " WS-AGREED " AGREED "
               WS-DIFFERENCES " OPEN DIFFERENCE(S) "
               WS-OUTSTANDING " OUTSTANDING"

           CLOSE CONFIRMATION-REGISTER
           CLOSE EXCEPTIONS-REPORT

           STOP RUN.

      * AN EXPLAINED DIFFERENCE STAYS ON THE LIST WITH ITS REASON -
      * THE AUDITORS WANT EVERY DIFFERENCE, NOT JUST THE OPEN ONES.
       SUMMARISE-ONE-CONFIRMATION.
           IF CNF-NO-ADDRESS
               ADD 1 TO WS-NO-ADDRESS
           ELSE
               ADD 1 TO WS-SENT
           END-IF
           IF CNF-AGREED OR CNF-DIFFERENCE OR CNF-EXPLAINED
               ADD 1 TO WS-REPLIED
           END-IF

           EVALUATE TRUE
               WHEN CNF-AGREED
                   ADD 1 TO WS-AGREED
               WHEN CNF-DIFFERENCE
                   ADD 1 TO WS-DIFFERENCES
                   MOVE "DIFFERENCE" TO EXL-STATUS-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CNF-EXPLAINED
                   ADD 1 TO WS-EXPLAINED
                   MOVE "EXPLAINED" TO EXL-STATUS-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CNF-AWAITING-REPLY
                   ADD 1 TO WS-OUTSTANDING
                   MOVE "NO REPLY" TO EXL-STATUS-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CNF-UNDELIVERED
                   ADD 1 TO WS-UNDELIVERED
                   MOVE "UNDELIVERED" TO EXL-STATUS-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CNF-NO-ADDRESS
                   MOVE "NO ADDRESS" TO EXL-STATUS-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE CNF-CONFIRM-REF       TO EXL-CONFIRM-REF
           MOVE CNF-ACCOUNT-NUMBER    TO EXL-ACCOUNT-NUMBER
           MOVE CNF-ACCOUNT-TYPE      TO EXL-ACCOUNT-TYPE
           MOVE CNF-BRANCH            TO EXL-BRANCH
           MOVE CNF-SELECTION         TO EXL-SELECTION
           MOVE CNF-BOOK-BALANCE      TO EXL-BOOK-BALANCE
           MOVE CNF-CONFIRMED-BALANCE TO EXL-CONFIRMED-BALANCE
           MOVE CNF-DIFFERENCE-AMT    TO EXL-DIFFERENCE-AMT
           MOVE CNF-REASON-CODE       TO EXL-REASON-CODE
           MOVE 0 TO WS-DAYS-OUT
           IF CNF-AWAITING-REPLY AND CNF-LETTER-DATE > 0
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                   - FUNCTION INTEGER-OF-DATE(CNF-LETTER-DATE)
           END-IF
           MOVE WS-DAYS-OUT TO EXL-DAYS-OUT
           WRITE EXCEPTION-LINE.
