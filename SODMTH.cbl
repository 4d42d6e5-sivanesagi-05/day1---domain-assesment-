       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODMTH.

      *****************************************************
      * Month-end staff and segregation-of-duties summary    *
      * for internal audit. Reads the month's lines off       *
      * SODHIST, the findings appended by the nightly SODRPT   *
      * run, and writes one line per branch with the count of   *
      * own-account transactions, same-person maker/checker      *
      * pairs and staff overrides, the amount involved, and a     *
      * bank total line at the end.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-HISTORY ASSIGN TO "SODHIST.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SODHIST-STATUS.

           SELECT SOD-MONTH-REPORT ASSIGN TO "SODMTH.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SODMTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-HISTORY.
       COPY "SODHIST.cpy".

       FD  SOD-MONTH-REPORT.
      * BRANCH OF SPACES = THE BANK TOTAL LINE.
       01 SOD-MONTH-LINE.
          05 SML-REPORT-MONTH       PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-OWN-ACCOUNT        PIC Z(6)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-MAKER-CHECKER      PIC Z(6)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-STAFF-OVERRIDE     PIC Z(6)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-TOTAL              PIC Z(6)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SML-AMOUNT             PIC Z(10)9.99.

       WORKING-STORAGE SECTION.
       01 WS-SODHIST-STATUS   PIC XX.
       01 WS-SODMTH-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 I                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
       01 WS-MONTH-LINES      PIC 9(7)   VALUE 0.
       01 WS-BRANCH-COUNT     PIC 9(3)   VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-OWN-ACCOUNT     PIC 9(7).
             10 WSB-MAKER-CHECKER   PIC 9(7).
             10 WSB-STAFF-OVERRIDE  PIC 9(7).
             10 WSB-AMOUNT          PIC 9(11)V99.
       01 WS-BANK-OWN-ACCOUNT PIC 9(7)   VALUE 0.
       01 WS-BANK-MAKER-CHECKER PIC 9(7) VALUE 0.
       01 WS-BANK-STAFF-OVERRIDE PIC 9(7) VALUE 0.
       01 WS-BANK-AMOUNT      PIC 9(11)V99 VALUE 0.
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

           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL END-OF-HISTORY
               IF SOH-DATE(1:6) = WS-TS-MONTH
                   ADD 1 TO WS-MONTH-LINES
                   PERFORM FIND-BRANCH-SLOT
                   IF WS-SLOT > 0
                       PERFORM ADD-ONE-FINDING
                   END-IF
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               MOVE WSB-BRANCH(I)         TO SML-BRANCH
               MOVE WSB-OWN-ACCOUNT(I)    TO SML-OWN-ACCOUNT
               MOVE WSB-MAKER-CHECKER(I)  TO SML-MAKER-CHECKER
               MOVE WSB-STAFF-OVERRIDE(I) TO SML-STAFF-OVERRIDE
               COMPUTE SML-TOTAL = WSB-OWN-ACCOUNT(I)
                   + WSB-MAKER-CHECKER(I) + WSB-STAFF-OVERRIDE(I)
               MOVE WSB-AMOUNT(I)         TO SML-AMOUNT
               PERFORM WRITE-MONTH-LINE
           END-PERFORM

           MOVE SPACES                 TO SML-BRANCH
           MOVE WS-BANK-OWN-ACCOUNT    TO SML-OWN-ACCOUNT
           MOVE WS-BANK-MAKER-CHECKER  TO SML-MAKER-CHECKER
           MOVE WS-BANK-STAFF-OVERRIDE TO SML-STAFF-OVERRIDE
           COMPUTE SML-TOTAL = WS-BANK-OWN-ACCOUNT
               + WS-BANK-MAKER-CHECKER + WS-BANK-STAFF-OVERRIDE
           MOVE WS-BANK-AMOUNT         TO SML-AMOUNT
           PERFORM WRITE-MONTH-LINE

           DISPLAY "STAFF/SOD MONTH SUMMARY COMPLETE - "
               WS-MONTH-LINES " FINDING(S) ACROSS "
               WS-BRANCH-COUNT " BRANCH(ES)"

           CLOSE SOD-HISTORY
           CLOSE SOD-MONTH-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT SOD-HISTORY
           IF WS-SODHIST-STATUS = "35"
               SET END-OF-HISTORY TO TRUE
           ELSE
               CALL "FILERR" USING "SODMTH  " "SODHIST"
                   WS-SODHIST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT SOD-MONTH-REPORT
           CALL "FILERR" USING "SODMTH  " "SODMTH" WS-SODMTH-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-HISTORY.
           IF NOT END-OF-HISTORY
               READ SOD-HISTORY
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = SOH-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
                   MOVE SOH-BRANCH TO WSB-BRANCH(WS-SLOT)
                   MOVE 0 TO WSB-OWN-ACCOUNT(WS-SLOT)
                   MOVE 0 TO WSB-MAKER-CHECKER(WS-SLOT)
                   MOVE 0 TO WSB-STAFF-OVERRIDE(WS-SLOT)
                   MOVE 0 TO WSB-AMOUNT(WS-SLOT)
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " SOH-BRANCH
                       " NOT SUMMARIZED"
               END-IF
           END-IF.

       ADD-ONE-FINDING.
           EVALUATE TRUE
               WHEN SOH-OWN-ACCOUNT
                   ADD 1 TO WSB-OWN-ACCOUNT(WS-SLOT)
                   ADD 1 TO WS-BANK-OWN-ACCOUNT
               WHEN SOH-SAME-MAKER-CHECKER
                   ADD 1 TO WSB-MAKER-CHECKER(WS-SLOT)
                   ADD 1 TO WS-BANK-MAKER-CHECKER
               WHEN SOH-STAFF-OVERRIDE
                   ADD 1 TO WSB-STAFF-OVERRIDE(WS-SLOT)
                   ADD 1 TO WS-BANK-STAFF-OVERRIDE
           END-EVALUATE
           ADD SOH-AMOUNT TO WSB-AMOUNT(WS-SLOT)
           ADD SOH-AMOUNT TO WS-BANK-AMOUNT.

       WRITE-MONTH-LINE.
           MOVE WS-TS-MONTH TO SML-REPORT-MONTH
           WRITE SOD-MONTH-LINE
           CALL "FILERR" USING "SODMTH  " "SODMTH" WS-SODMTH-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
