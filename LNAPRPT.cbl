       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPRPT.

      *****************************************************
      * Loan application turnaround report off LNAPPL, one   *
      * line per branch with a bank-wide "****" line at the   *
      * end. Every application still in the pipeline counts,   *
      * with the sanctioned amount standing in for the          *
      * requested amount once sanctioned; applications booked,   *
      * declined or withdrawn count only in the month they        *
      * closed. For each open stage - captured, eligibility done,  *
      * documents pending, sanctioned - the line shows the average  *
      * days an application spent there, the stage an application    *
      * sits in now counting up to today.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATIONS ASSIGN TO "LNAPPL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY LAP-APPLICATION-NO
               FILE STATUS WS-LNAPPL-STATUS.

           SELECT TURNAROUND-REPORT ASSIGN TO "LNAPRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LNAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATIONS.
       COPY "LNAPPL.cpy".

       FD  TURNAROUND-REPORT.
      * AVERAGE DAYS ARE IN STAGE ORDER C, E, P, S.
       01 TURNAROUND-LINE.
          05 TAL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TAL-OPEN-COUNT         PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TAL-PIPELINE-VALUE     PIC 9(11).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TAL-BOOKED-COUNT       PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TAL-DECLINED-COUNT     PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TAL-WITHDRAWN-COUNT    PIC 9(5).
          05 TAL-STAGE-COLUMN OCCURS 4 TIMES.
             10 FILLER              PIC X(2).
             10 TAL-AVG-DAYS        PIC 9(4)V9.

       WORKING-STORAGE SECTION.
       01 WS-LNAPPL-STATUS    PIC XX.
       01 WS-LNAPRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-APPLICATIONS VALUE "Y".
       01 I                   PIC 9(2).
       01 S                   PIC 9(1).
       01 WS-SLOT             PIC 9(2).
       01 WS-BRANCH-COUNT     PIC 9(2)   VALUE 0.
       01 WS-APPL-COUNT       PIC 9(7)   VALUE 0.
      * SLOT 51 CARRIES THE BANK-WIDE TOTALS.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 51 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-OPEN-COUNT      PIC 9(5).
             10 WSB-PIPELINE-VALUE  PIC 9(11).
             10 WSB-BOOKED-COUNT    PIC 9(5).
             10 WSB-DECLINED-COUNT  PIC 9(5).
             10 WSB-WITHDRAWN-COUNT PIC 9(5).
             10 WSB-STAGE OCCURS 4 TIMES.
                15 WSB-STAGE-DAYS   PIC 9(9).
                15 WSB-STAGE-APPLS  PIC 9(5).
      * DAYS IN EACH STAGE FOR THE APPLICATION IN HAND.
       01 WS-APPL-DAYS-TABLE.
          05 WS-APPL-DAYS     PIC 9(5)   OCCURS 4 TIMES.
       01 WS-CURRENT-DAYS     PIC 9(5).
       01 WS-CURRENT-STAGE    PIC 9(1).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE "****" TO WSB-BRANCH(51)
           PERFORM CLEAR-BANK-TOTALS

           PERFORM READ-NEXT-APPLICATION
           PERFORM UNTIL END-OF-APPLICATIONS
               PERFORM ROLL-UP-ONE-APPLICATION
               PERFORM READ-NEXT-APPLICATION
           END-PERFORM

           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-BRANCH-COUNT
               PERFORM WRITE-ONE-LINE
           END-PERFORM
           MOVE 51 TO WS-SLOT
           PERFORM WRITE-ONE-LINE

           DISPLAY "LOAN TURNAROUND COMPLETE - " WS-APPL-COUNT
               " APPLICATION(S), " WSB-OPEN-COUNT(51) " OPEN, PIPELINE "
               WSB-PIPELINE-VALUE(51)

           CLOSE LOAN-APPLICATIONS
           CLOSE TURNAROUND-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT LOAN-APPLICATIONS
           IF WS-LNAPPL-STATUS = "35"
               DISPLAY "NO LOAN APPLICATIONS ON FILE - NOTHING TO"
                   " REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "LNAPRPT " "LNAPPL" WS-LNAPPL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT TURNAROUND-REPORT
           CALL "FILERR" USING "LNAPRPT " "LNAPRPT" WS-LNAPRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-APPLICATION.
           READ LOAN-APPLICATIONS NEXT RECORD
               AT END SET END-OF-APPLICATIONS TO TRUE
           END-READ.

      * A CLOSED APPLICATION FROM AN EARLIER MONTH HAS ALREADY
      * BEEN REPORTED AND IS LEFT OUT.
       ROLL-UP-ONE-APPLICATION.
           IF LAP-IN-PIPELINE
            OR LAP-STAGE-DATE(1:6) = WS-TS-MONTH
               ADD 1 TO WS-APPL-COUNT
               PERFORM FIND-BRANCH-SLOT
               IF WS-SLOT > 0
                   PERFORM ADD-ONE-APPLICATION
                   MOVE 51 TO WS-SLOT
                   PERFORM ADD-ONE-APPLICATION
               END-IF
           END-IF.

      * AN APPLICATION COUNTS TOWARDS A STAGE'S AVERAGE ONLY IF
      * IT SPENT TIME THERE OR SITS THERE NOW.
       ADD-ONE-APPLICATION.
           MOVE LAP-DAYS-CAPTURED    TO WS-APPL-DAYS(1)
           MOVE LAP-DAYS-ELIGIBILITY TO WS-APPL-DAYS(2)
           MOVE LAP-DAYS-DOCUMENTS   TO WS-APPL-DAYS(3)
           MOVE LAP-DAYS-SANCTIONED  TO WS-APPL-DAYS(4)
           MOVE 0 TO WS-CURRENT-STAGE
           EVALUATE TRUE
               WHEN LAP-CAPTURED
                   MOVE 1 TO WS-CURRENT-STAGE
               WHEN LAP-ELIGIBILITY-DONE
                   MOVE 2 TO WS-CURRENT-STAGE
               WHEN LAP-DOCS-PENDING
                   MOVE 3 TO WS-CURRENT-STAGE
               WHEN LAP-SANCTIONED
                   MOVE 4 TO WS-CURRENT-STAGE
           END-EVALUATE

           IF WS-CURRENT-STAGE > 0
               COMPUTE WS-CURRENT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                   - FUNCTION INTEGER-OF-DATE(LAP-STAGE-DATE)
               ADD WS-CURRENT-DAYS TO WS-APPL-DAYS(WS-CURRENT-STAGE)
               ADD 1 TO WSB-OPEN-COUNT(WS-SLOT)
               IF LAP-SANCTIONED
                   ADD LAP-SANCTIONED-AMT TO WSB-PIPELINE-VALUE(WS-SLOT)
               ELSE
                   ADD LAP-REQUESTED-AMT TO WSB-PIPELINE-VALUE(WS-SLOT)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN LAP-BOOKED
                   ADD 1 TO WSB-BOOKED-COUNT(WS-SLOT)
               WHEN LAP-DECLINED
                   ADD 1 TO WSB-DECLINED-COUNT(WS-SLOT)
               WHEN LAP-WITHDRAWN
                   ADD 1 TO WSB-WITHDRAWN-COUNT(WS-SLOT)
           END-EVALUATE

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
               IF WS-APPL-DAYS(S) > 0 OR S = WS-CURRENT-STAGE
                   ADD WS-APPL-DAYS(S) TO WSB-STAGE-DAYS(WS-SLOT S)
                   ADD 1 TO WSB-STAGE-APPLS(WS-SLOT S)
               END-IF
           END-PERFORM.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = LAP-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
                   MOVE LAP-BRANCH TO WSB-BRANCH(WS-SLOT)
                   MOVE 0 TO WSB-OPEN-COUNT(WS-SLOT)
                   MOVE 0 TO WSB-PIPELINE-VALUE(WS-SLOT)
                   MOVE 0 TO WSB-BOOKED-COUNT(WS-SLOT)
                   MOVE 0 TO WSB-DECLINED-COUNT(WS-SLOT)
                   MOVE 0 TO WSB-WITHDRAWN-COUNT(WS-SLOT)
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
                       MOVE 0 TO WSB-STAGE-DAYS(WS-SLOT S)
                       MOVE 0 TO WSB-STAGE-APPLS(WS-SLOT S)
                   END-PERFORM
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " LAP-BRANCH
                       " NOT REPORTED"
               END-IF
           END-IF.

       CLEAR-BANK-TOTALS.
           MOVE 0 TO WSB-OPEN-COUNT(51)
           MOVE 0 TO WSB-PIPELINE-VALUE(51)
           MOVE 0 TO WSB-BOOKED-COUNT(51)
           MOVE 0 TO WSB-DECLINED-COUNT(51)
           MOVE 0 TO WSB-WITHDRAWN-COUNT(51)
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
               MOVE 0 TO WSB-STAGE-DAYS(51 S)
               MOVE 0 TO WSB-STAGE-APPLS(51 S)
           END-PERFORM.

       WRITE-ONE-LINE.
           MOVE SPACES TO TURNAROUND-LINE
           MOVE WSB-BRANCH(WS-SLOT)          TO TAL-BRANCH
           MOVE WSB-OPEN-COUNT(WS-SLOT)      TO TAL-OPEN-COUNT
           MOVE WSB-PIPELINE-VALUE(WS-SLOT)  TO TAL-PIPELINE-VALUE
           MOVE WSB-BOOKED-COUNT(WS-SLOT)    TO TAL-BOOKED-COUNT
           MOVE WSB-DECLINED-COUNT(WS-SLOT)  TO TAL-DECLINED-COUNT
           MOVE WSB-WITHDRAWN-COUNT(WS-SLOT) TO TAL-WITHDRAWN-COUNT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
               IF WSB-STAGE-APPLS(WS-SLOT S) = 0
                   MOVE 0 TO TAL-AVG-DAYS(S)
               ELSE
                   COMPUTE TAL-AVG-DAYS(S) ROUNDED =
                       WSB-STAGE-DAYS(WS-SLOT S)
                       / WSB-STAGE-APPLS(WS-SLOT S)
                       ON SIZE ERROR
                           MOVE 9999.9 TO TAL-AVG-DAYS(S)
                   END-COMPUTE
               END-IF
           END-PERFORM
           WRITE TURNAROUND-LINE
           CALL "FILERR" USING "LNAPRPT " "LNAPRPT" WS-LNAPRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
