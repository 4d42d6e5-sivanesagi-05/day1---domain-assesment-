       IDENTIFICATION DIVISION.
       PROGRAM-ID. LKRARRS.

      *****************************************************
      * Nightly safe deposit locker arrears report, run      *
      * after LKRRENT. Lists every allotted locker whose rent *
      * has been unpaid longer than the notice period; the     *
      * first time a locker crosses it the notice date is       *
      * stamped on LOCKER so NOTICES sends the customer the rent *
      * notice that same night. A locker still unpaid the         *
      * break-open period after its notice goes on the break-open  *
      * list for the branch to open under witness.                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "LOCKER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LKR-KEY
               FILE STATUS WS-LOCKER-STATUS.

           SELECT ARREARS-REPORT ASSIGN TO "LKRARRS.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LKRARRS-STATUS.

           SELECT BREAK-OPEN-LIST ASSIGN TO "LKRBRKO.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LKRBRKO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKER-FILE.
       COPY "LOCKER.cpy".

       FD  ARREARS-REPORT.
       01 ARREARS-REPORT-LINE.
          05 LAR-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-LOCKER-NUMBER      PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-RENT-ACCOUNT       PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-ARREARS-SINCE      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-DAYS-OVERDUE       PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-NOTICE-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LAR-MESSAGE            PIC X(20).

       FD  BREAK-OPEN-LIST.
       01 BREAK-OPEN-LINE.
          05 LBO-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-LOCKER-NUMBER      PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-SIZE               PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-ARREARS-SINCE      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-NOTICE-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 LBO-LAST-ACCESS-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LOCKER-STATUS    PIC XX.
       01 WS-LKRARRS-STATUS   PIC XX.
       01 WS-LKRBRKO-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOCKERS   VALUE "Y".
      * DAYS OF UNPAID RENT BEFORE THE CUSTOMER IS NOTICED, AND
      * DAYS AFTER THE NOTICE BEFORE THE LOCKER IS BROKEN OPEN.
       01 WS-NOTICE-DAYS      PIC 9(3)   VALUE 30.
       01 WS-BREAKOPEN-DAYS   PIC 9(3)   VALUE 90.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DAYS-OVERDUE     PIC 9(5).
       01 WS-DAYS-NOTICED     PIC 9(5).
       01 WS-LISTED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-NOTICED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-BREAKOPEN-COUNT  PIC 9(7)   VALUE 0.
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

           PERFORM UNTIL END-OF-LOCKERS
               READ LOCKER-FILE NEXT RECORD
                   AT END SET END-OF-LOCKERS TO TRUE
                   NOT AT END
                       IF LKR-ALLOTTED AND LKR-ARREARS-SINCE > 0
                           PERFORM CHECK-ONE-LOCKER
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "LOCKER ARREARS REPORT COMPLETE - LISTED "
               WS-LISTED-COUNT " NEW NOTICES " WS-NOTICED-COUNT
               " BREAK-OPEN " WS-BREAKOPEN-COUNT

           CLOSE LOCKER-FILE
           CLOSE ARREARS-REPORT
           CLOSE BREAK-OPEN-LIST

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O LOCKER-FILE
           IF WS-LOCKER-STATUS = "35"
               SET END-OF-LOCKERS TO TRUE
               OPEN OUTPUT LOCKER-FILE
               CLOSE LOCKER-FILE
               OPEN I-O LOCKER-FILE
           END-IF
           CALL "FILERR" USING "LKRARRS " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT ARREARS-REPORT
           CALL "FILERR" USING "LKRARRS " "LKRARRS" WS-LKRARRS-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT BREAK-OPEN-LIST
           CALL "FILERR" USING "LKRARRS " "LKRBRKO" WS-LKRBRKO-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * ARREARS STILL INSIDE THE NOTICE PERIOD ARE LEFT TO
      * LKRRENT'S NIGHTLY RETRY - THE CUSTOMER MAY SIMPLY NOT
      * HAVE TOPPED UP THE ACCOUNT YET.
       CHECK-ONE-LOCKER.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(LKR-ARREARS-SINCE)
           IF WS-DAYS-OVERDUE > WS-NOTICE-DAYS
               MOVE "NOTICE SERVED" TO LAR-MESSAGE
               IF LKR-NOTICE-DATE = 0
                   PERFORM STAMP-THE-NOTICE
               ELSE
                   COMPUTE WS-DAYS-NOTICED = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(LKR-NOTICE-DATE)
                   IF WS-DAYS-NOTICED > WS-BREAKOPEN-DAYS
                       MOVE "BREAK-OPEN DUE" TO LAR-MESSAGE
                       PERFORM WRITE-BREAK-OPEN-LINE
                   END-IF
               END-IF
               PERFORM WRITE-ARREARS-LINE
           END-IF.

       STAMP-THE-NOTICE.
           MOVE WS-TS-DATE TO LKR-NOTICE-DATE
           REWRITE LOCKER-RECORD
           CALL "FILERR" USING "LKRARRS " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "NOTICE SENT TODAY" TO LAR-MESSAGE
           ADD 1 TO WS-NOTICED-COUNT.

       WRITE-ARREARS-LINE.
           MOVE LKR-BRANCH          TO LAR-BRANCH
           MOVE LKR-LOCKER-NUMBER   TO LAR-LOCKER-NUMBER
           MOVE LKR-CUSTOMER-ID     TO LAR-CUSTOMER-ID
           MOVE LKR-RENT-ACCOUNT    TO LAR-RENT-ACCOUNT
           MOVE LKR-ARREARS-SINCE   TO LAR-ARREARS-SINCE
           MOVE WS-DAYS-OVERDUE     TO LAR-DAYS-OVERDUE
           MOVE LKR-NOTICE-DATE     TO LAR-NOTICE-DATE
           WRITE ARREARS-REPORT-LINE
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-BREAK-OPEN-LINE.
           MOVE LKR-BRANCH           TO LBO-BRANCH
           MOVE LKR-LOCKER-NUMBER    TO LBO-LOCKER-NUMBER
           MOVE LKR-SIZE             TO LBO-SIZE
           MOVE LKR-CUSTOMER-ID      TO LBO-CUSTOMER-ID
           MOVE LKR-ARREARS-SINCE    TO LBO-ARREARS-SINCE
           MOVE LKR-NOTICE-DATE      TO LBO-NOTICE-DATE
           MOVE LKR-LAST-ACCESS-DATE TO LBO-LAST-ACCESS-DATE
           WRITE BREAK-OPEN-LINE
           ADD 1 TO WS-BREAKOPEN-COUNT.
