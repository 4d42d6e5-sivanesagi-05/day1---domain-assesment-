       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSARAGE.

      *****************************************************
      * Nightly data-subject access request aging. Lists     *
      * every open request on DSARREG that is past its        *
      * statutory due date or falls due within the warning     *
      * window, with the days left to run, so the extract is    *
      * run before the deadline rather than after it.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-REGISTER ASSIGN TO "DSARREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DSR-REQUEST-NO
               FILE STATUS WS-DSARREG-STATUS.

           SELECT DSAR-AGING-REPORT ASSIGN TO "DSARAGE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DSARAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAR-REGISTER.
       COPY "DSARREG.cpy".

       FD  DSAR-AGING-REPORT.
       01 DSAR-AGING-LINE.
          05 DAL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-REQUEST-NO         PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-CHANNEL            PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-RECEIVED-DATE      PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-DUE-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-DAYS-LEFT          PIC -(4)9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DAL-STANDING           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DSARREG-STATUS   PIC XX.
       01 WS-DSARAGE-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-REGISTER  VALUE "Y".
      * A REQUEST IS REPORTED ONCE IT IS WITHIN THIS MANY DAYS OF
      * ITS DUE DATE - A WEEK GIVES TIME TO RUN AND CHECK THE
      * EXTRACT BEFORE IT HAS TO GO OUT.
       01 WS-WARNING-DAYS     PIC 9(3)   VALUE 7.
       01 WS-OPEN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-DUE-SOON-COUNT   PIC 9(5)   VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DAYS-LEFT        PIC S9(5).
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

           PERFORM READ-NEXT-REQUEST
           PERFORM UNTIL END-OF-REGISTER
               IF DSR-REQUEST-OPEN
                   PERFORM AGE-ONE-REQUEST
               END-IF
               PERFORM READ-NEXT-REQUEST
           END-PERFORM

           DISPLAY "DATA ACCESS REQUEST AGING COMPLETE - OPEN "
               WS-OPEN-COUNT " DUE WITHIN " WS-WARNING-DAYS
               " DAYS " WS-DUE-SOON-COUNT " OVERDUE "
               WS-OVERDUE-COUNT

           CLOSE DSAR-REGISTER
           CLOSE DSAR-AGING-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT DSAR-REGISTER
           IF WS-DSARREG-STATUS = "35"
               DISPLAY "NO DATA ACCESS REQUESTS - NOTHING TO AGE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "DSARAGE " "DSARREG" WS-DSARREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT DSAR-AGING-REPORT
           CALL "FILERR" USING "DSARAGE " "DSARAGE" WS-DSARAGE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-REQUEST.
           READ DSAR-REGISTER NEXT RECORD
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

       AGE-ONE-REQUEST.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DSR-DUE-DATE)
               - WS-TODAY-INTEGER

           IF WS-DAYS-LEFT <= WS-WARNING-DAYS
               MOVE DSR-BRANCH        TO DAL-BRANCH
               MOVE DSR-REQUEST-NO    TO DAL-REQUEST-NO
               MOVE DSR-CUSTOMER-ID   TO DAL-CUSTOMER-ID
               MOVE DSR-CHANNEL       TO DAL-CHANNEL
               MOVE DSR-RECEIVED-DATE TO DAL-RECEIVED-DATE
               MOVE DSR-DUE-DATE      TO DAL-DUE-DATE
               MOVE WS-DAYS-LEFT      TO DAL-DAYS-LEFT
               IF WS-DAYS-LEFT < 0
                   MOVE "OVERDUE"  TO DAL-STANDING
                   ADD 1 TO WS-OVERDUE-COUNT
               ELSE
                   MOVE "DUE SOON" TO DAL-STANDING
                   ADD 1 TO WS-DUE-SOON-COUNT
               END-IF
               WRITE DSAR-AGING-LINE
           END-IF.
