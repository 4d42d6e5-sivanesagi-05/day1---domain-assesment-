       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.

      *****************************************************
      * Loads finance's branch budget file onto BUDGET. The  *
      * file carries one fiscal year - a header naming its    *
      * first period and whether it is the original budget or  *
      * a reforecast, one detail per branch, GL line and month, *
      * and a trailer with the detail count and amount total.    *
      * Every line is checked before anything is touched: the     *
      * branch must be open on the branch master, the GL line an   *
      * open income or expense account on the chart, the month      *
      * inside the header's year and the amount readable. Any        *
      * exception, or a trailer that does not agree, rejects the      *
      * whole file so a half-loaded budget never reaches the variance  *
      * report. A clean file replaces every budget row of its year, so *
      * loading a reforecast needs nothing more than sending it.       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-IN ASSIGN TO "BUDGIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUDGIN-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BGT-KEY
               FILE STATUS WS-BUDGET-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "GLCOA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY COA-GL-ACCOUNT
               FILE STATUS WS-GLCOA-STATUS.

           SELECT LOAD-EXCEPTIONS ASSIGN TO "BUDLEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUDLEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FINANCE'S LAYOUT: ONE HEADER, ONE DETAIL PER BRANCH, GL
      * LINE AND MONTH, AND A TRAILER. NUMBERS ARRIVE AS
      * CHARACTERS, SO AN UNREADABLE LINE IS AN EXCEPTION, NOT A
      * PARSE FAILURE.
       FD  BUDGET-IN.
       01 BUDGET-IN-RECORD.
          05 BDI-RECORD-TYPE        PIC X(3).
             88 BDI-HEADER          VALUE "HDR".
             88 BDI-DETAIL          VALUE "DTL".
             88 BDI-TRAILER         VALUE "TRL".
          05 BDI-HEADER-BODY.
             10 BDH-YEAR-START      PIC X(6).
             10 BDH-YEAR-START-N REDEFINES BDH-YEAR-START
                                    PIC 9(6).
             10 BDH-VERSION         PIC X.
                88 BDH-VERSION-VALID VALUES "O" "R".
             10 BDH-PREPARED-DATE   PIC X(8).
             10 FILLER              PIC X(25).
          05 BDI-DETAIL-BODY REDEFINES BDI-HEADER-BODY.
             10 BDD-BRANCH          PIC X(4).
             10 BDD-GL-ACCOUNT      PIC X(8).
             10 BDD-PERIOD          PIC X(6).
             10 BDD-PERIOD-N REDEFINES BDD-PERIOD
                                    PIC 9(6).
             10 BDD-AMOUNT          PIC X(16).
             10 BDD-AMOUNT-N REDEFINES BDD-AMOUNT
                                    PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
             10 FILLER              PIC X(6).
          05 BDI-TRAILER-BODY REDEFINES BDI-HEADER-BODY.
             10 BDT-RECORD-COUNT    PIC X(7).
             10 BDT-RECORD-COUNT-N REDEFINES BDT-RECORD-COUNT
                                    PIC 9(7).
             10 BDT-AMOUNT-TOTAL    PIC X(18).
             10 BDT-AMOUNT-TOTAL-N REDEFINES BDT-AMOUNT-TOTAL
                                    PIC S9(15)V99 SIGN LEADING
                                        SEPARATE.
             10 FILLER              PIC X(15).

       FD  BUDGET-FILE.
       COPY "BUDGET.cpy".

       FD  CHART-OF-ACCOUNTS.
       COPY "GLCOA.cpy".

       FD  LOAD-EXCEPTIONS.
       01 LOAD-EXCEPTION-LINE.
          05 BLX-RECORD-TYPE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BLX-LINE-TEXT          PIC X(40).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 BLX-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-BUDGIN-STATUS    PIC XX.
       01 WS-BUDGET-STATUS    PIC XX.
       01 WS-GLCOA-STATUS     PIC XX.
       01 WS-BUDLEXC-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BUDGET-IN VALUE "Y".
       01 WS-BUDGET-EOF-FLAG  PIC X      VALUE "N".
          88 END-OF-BUDGET    VALUE "Y".
       01 WS-HEADER-FLAG      PIC X      VALUE "N".
          88 WS-HEADER-SEEN   VALUE "Y".
       01 WS-TRAILER-FLAG     PIC X      VALUE "N".
          88 WS-TRAILER-SEEN  VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-LINE-OK       VALUE "Y".
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-YEAR-START       PIC 9(6)   VALUE 0.
       01 WS-YEAR-END         PIC 9(6)   VALUE 0.
       01 WS-PERIOD-SPLIT.
          05 WS-PSP-YYYY      PIC 9(4).
          05 WS-PSP-MM        PIC 9(2).
       01 WS-VERSION          PIC X.
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DETAIL-TOTAL     PIC S9(15)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-REMOVED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-DUPLICATE-COUNT  PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-BUDGET-IN
           IF END-OF-BUDGET-IN
               DISPLAY "BUDGET FILE IS EMPTY - NOTHING TO LOAD"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-BUDGET-IN
               PERFORM CHECK-ONE-RECORD
               PERFORM READ-BUDGET-IN
           END-PERFORM

           IF WS-EXCEPTION-COUNT = 0
               IF NOT WS-HEADER-SEEN
                   MOVE SPACES TO BDI-RECORD-TYPE
                   MOVE SPACES TO BDI-HEADER-BODY
                   MOVE "No header on the file" TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF NOT WS-TRAILER-SEEN
                   MOVE SPACES TO BDI-RECORD-TYPE
                   MOVE SPACES TO BDI-HEADER-BODY
                   MOVE "No trailer on the file" TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "*** BUDGET FILE REJECTED - " WS-EXCEPTION-COUNT
                   " EXCEPTION(S), NOTHING LOADED - SEE BUDLEXC ***"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           PERFORM REMOVE-THE-YEAR
           PERFORM LOAD-THE-YEAR

           DISPLAY "BUDGET FOR YEAR FROM " WS-YEAR-START " VERSION "
               WS-VERSION " LOADED - " WS-LOADED-COUNT " ROW(S), "
               WS-REMOVED-COUNT " PRIOR ROW(S) REPLACED"
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "*** " WS-DUPLICATE-COUNT " DUPLICATE LINE(S)"
                   " DROPPED - FIRST ONE KEPT - SEE BUDLEXC ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-ALL-FILES
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT BUDGET-IN
           IF WS-BUDGIN-STATUS = "35"
               DISPLAY "NO BUDGET FILE - NOTHING TO LOAD"
               STOP RUN
           END-IF
           CALL "FILERR" USING "BUDLOAD " "BUDGIN" WS-BUDGIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           CALL "FILERR" USING "BUDLOAD " "BUDGET" WS-BUDGET-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * WITHOUT THE CHART NO GL LINE CAN BE CHECKED, SO NOTHING
      * IS LOADED.
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-GLCOA-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS - BUDGET NOT LOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "FILERR" USING "BUDLOAD " "GLCOA" WS-GLCOA-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT LOAD-EXCEPTIONS
           CALL "FILERR" USING "BUDLOAD " "BUDLEXC"
               WS-BUDLEXC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE BUDGET-IN
           CLOSE BUDGET-FILE
           CLOSE CHART-OF-ACCOUNTS
           CLOSE LOAD-EXCEPTIONS.

       READ-BUDGET-IN.
           READ BUDGET-IN
               AT END SET END-OF-BUDGET-IN TO TRUE
           END-READ.

       CHECK-ONE-RECORD.
           MOVE "Y" TO WS-OK-FLAG
           IF WS-TRAILER-SEEN
               MOVE "Record after the trailer" TO BLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-LINE-OK
               EVALUATE TRUE
                   WHEN BDI-HEADER
                       PERFORM CHECK-HEADER
                   WHEN BDI-DETAIL
                       PERFORM CHECK-DETAIL
                   WHEN BDI-TRAILER
                       PERFORM CHECK-TRAILER
                   WHEN OTHER
                       MOVE "Unknown record type" TO BLX-PROBLEM
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
           END-IF.

      * THE YEAR RUNS TWELVE MONTHS FROM THE HEADER'S FIRST
      * PERIOD, SO IT NEED NOT BE A CALENDAR YEAR.
       CHECK-HEADER.
           IF WS-HEADER-SEEN
               MOVE "Second header on the file" TO BLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-LINE-OK
               IF BDH-YEAR-START NOT NUMERIC
                  OR NOT BDH-VERSION-VALID
                   MOVE "Unreadable budget header" TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE BDH-YEAR-START-N TO WS-PERIOD-SPLIT
                   IF WS-PSP-YYYY < 1900
                      OR WS-PSP-MM < 1 OR WS-PSP-MM > 12
                       MOVE "First period of the year is not a month"
                           TO BLX-PROBLEM
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF
           SET WS-HEADER-SEEN TO TRUE
           IF WS-LINE-OK
               MOVE BDH-YEAR-START-N TO WS-YEAR-START
               MOVE BDH-VERSION      TO WS-VERSION
               ADD 11 TO WS-PSP-MM
               IF WS-PSP-MM > 12
                   SUBTRACT 12 FROM WS-PSP-MM
                   ADD 1 TO WS-PSP-YYYY
               END-IF
               MOVE WS-PERIOD-SPLIT TO WS-YEAR-END
           END-IF.

       CHECK-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF NOT WS-HEADER-SEEN
               MOVE "Detail ahead of the header" TO BLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-LINE-OK
               IF BDD-PERIOD NOT NUMERIC
                  OR BDD-AMOUNT-N NOT NUMERIC
                   MOVE "Unreadable budget line" TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               ELSE
                   ADD BDD-AMOUNT-N TO WS-DETAIL-TOTAL
               END-IF
           END-IF

           IF WS-LINE-OK
               IF WS-YEAR-START = 0
                  OR BDD-PERIOD-N < WS-YEAR-START
                  OR BDD-PERIOD-N > WS-YEAR-END
                   MOVE "Month outside the header's fiscal year"
                       TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-LINE-OK
               CALL "BRCHK" USING BDD-BRANCH WS-BRANCH-FLAG
                   WS-BRANCH-REGION
               IF NOT WS-BRANCH-OPEN
                   MOVE "Branch not open on the branch master"
                       TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-LINE-OK
               MOVE BDD-GL-ACCOUNT TO COA-GL-ACCOUNT
               READ CHART-OF-ACCOUNTS
                   INVALID KEY
                       MOVE "GL account not on the chart"
                           TO BLX-PROBLEM
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF NOT COA-INCOME AND NOT COA-EXPENSE
                           MOVE "Not an income or expense line"
                               TO BLX-PROBLEM
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           IF NOT COA-ACCOUNT-OPEN
                               MOVE "GL account closed on the chart"
                                   TO BLX-PROBLEM
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHECK-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF BDT-RECORD-COUNT NOT NUMERIC
              OR BDT-AMOUNT-TOTAL-N NOT NUMERIC
               MOVE "Unreadable budget trailer" TO BLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-LINE-OK
               IF BDT-RECORD-COUNT-N NOT = WS-DETAIL-COUNT
                   MOVE "Trailer count differs from lines read"
                       TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF WS-LINE-OK
               IF BDT-AMOUNT-TOTAL-N NOT = WS-DETAIL-TOTAL
                   MOVE "Trailer total differs from lines read"
                       TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      * A MONTH FINANCE DROPPED FROM A REFORECAST MUST NOT KEEP
      * ITS OLD FIGURE, SO EVERY ROW OF THE YEAR GOES BEFORE THE
      * NEW ONES ARE WRITTEN.
       REMOVE-THE-YEAR.
           MOVE LOW-VALUES TO BGT-KEY
           START BUDGET-FILE KEY NOT < BGT-KEY
               INVALID KEY SET END-OF-BUDGET TO TRUE
           END-START
           PERFORM UNTIL END-OF-BUDGET
               READ BUDGET-FILE NEXT RECORD
                   AT END SET END-OF-BUDGET TO TRUE
               END-READ
               IF NOT END-OF-BUDGET
                   IF BGT-PERIOD NOT < WS-YEAR-START
                      AND BGT-PERIOD NOT > WS-YEAR-END
                       DELETE BUDGET-FILE RECORD
                       CALL "FILERR" USING "BUDLOAD " "BUDGET"
                           WS-BUDGET-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REMOVED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-THE-YEAR.
           CLOSE BUDGET-IN
           OPEN INPUT BUDGET-IN
           CALL "FILERR" USING "BUDLOAD " "BUDGIN" WS-BUDGIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM READ-BUDGET-IN
           PERFORM UNTIL END-OF-BUDGET-IN
               IF BDI-DETAIL
                   PERFORM LOAD-ONE-LINE
               END-IF
               PERFORM READ-BUDGET-IN
           END-PERFORM.

       LOAD-ONE-LINE.
           MOVE BDD-BRANCH        TO BGT-BRANCH
           MOVE BDD-GL-ACCOUNT    TO BGT-GL-ACCOUNT
           MOVE BDD-PERIOD-N      TO BGT-PERIOD
           MOVE BDD-AMOUNT-N      TO BGT-AMOUNT
           MOVE WS-VERSION        TO BGT-VERSION
           MOVE WS-YEAR-START     TO BGT-YEAR-START
           MOVE WS-TS-DATE        TO BGT-LOADED-DATE
           WRITE BUDGET-RECORD
               INVALID KEY
                   MOVE "Duplicate line - first one kept"
                       TO BLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       WRITE-EXCEPTION.
           MOVE "N" TO WS-OK-FLAG
           MOVE BDI-RECORD-TYPE   TO BLX-RECORD-TYPE
           MOVE BDI-HEADER-BODY   TO BLX-LINE-TEXT
           WRITE LOAD-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
