       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDEXP.

      *****************************************************
      * Nightly mandate expiry warning. Every active power   *
      * of attorney or third-party mandate due to expire      *
      * within the next 30 days is listed under the account's  *
      * branch, with the days left, so the branch can have the  *
      * grantor renew it before the holder is turned away at the *
      * counter. Mandates already past expiry are listed once     *
      * more as EXPIRED on the day after they lapse.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-REGISTER ASSIGN TO "MANDATE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MDT-KEY
               FILE STATUS WS-MANDATE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT MANDATE-EXPIRY-REPORT ASSIGN TO "MNDEXP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MNDEXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-REGISTER.
       COPY "MANDATE.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  MANDATE-EXPIRY-REPORT.
       01 MANDATE-EXPIRY-LINE.
          05 MEL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-HOLDER-ID          PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-GRANTOR-ID         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-TYPE               PIC X.
          05 FILLER                 PIC X(1)   VALUE SPACES.
          05 MEL-SCOPE              PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-EXPIRY-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-DAYS-LEFT          PIC ZZ9.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 MEL-STANDING           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-MNDEXP-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-MANDATES  VALUE "Y".
       01 WS-MANDATE-FILE-FLAG PIC X     VALUE "Y".
          88 WS-MANDATES-ON-FILE VALUE "Y".
      * HOW FAR AHEAD THE BRANCH IS WARNED.
       01 WS-WARNING-DAYS     PIC 9(3)   VALUE 30.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-EXPIRY-INTEGER   PIC 9(8).
       01 WS-DAYS-LEFT        PIC S9(8).
       01 WS-CHECKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-WARNED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-EXPIRED-COUNT    PIC 9(7)   VALUE 0.
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

           IF WS-MANDATES-ON-FILE
               PERFORM READ-NEXT-MANDATE
               PERFORM UNTIL END-OF-MANDATES
                   IF MDT-ACTIVE
                       PERFORM CHECK-ONE-MANDATE
                   END-IF
                   PERFORM READ-NEXT-MANDATE
               END-PERFORM
               CLOSE MANDATE-REGISTER
           END-IF

           DISPLAY "MANDATE EXPIRY WARNING COMPLETE - ACTIVE MANDATES "
               WS-CHECKED-COUNT " EXPIRING " WS-WARNED-COUNT
               " LAPSED " WS-EXPIRED-COUNT

           CLOSE ACCOUNT-MASTER
           CLOSE MANDATE-EXPIRY-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
      * NO MANDATE REGISTER YET MEANS AN EMPTY REPORT.
           OPEN INPUT MANDATE-REGISTER
           IF WS-MANDATE-STATUS = "35"
               MOVE "N" TO WS-MANDATE-FILE-FLAG
           ELSE
               CALL "FILERR" USING "MNDEXP  " "MANDATE"
                   WS-MANDATE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "MNDEXP  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT MANDATE-EXPIRY-REPORT
           CALL "FILERR" USING "MNDEXP  " "MNDEXP" WS-MNDEXP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-MANDATE.
           READ MANDATE-REGISTER NEXT RECORD
               AT END SET END-OF-MANDATES TO TRUE
           END-READ.

       CHECK-ONE-MANDATE.
           ADD 1 TO WS-CHECKED-COUNT
           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(MDT-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT = -1
                   MOVE 0 TO MEL-DAYS-LEFT
                   MOVE "EXPIRED" TO MEL-STANDING
                   PERFORM WRITE-EXPIRY-LINE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-DAYS-LEFT >= 0
                AND WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE WS-DAYS-LEFT TO MEL-DAYS-LEFT
                   MOVE "EXPIRING" TO MEL-STANDING
                   PERFORM WRITE-EXPIRY-LINE
                   ADD 1 TO WS-WARNED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-EXPIRY-LINE.
           MOVE SPACES TO MEL-BRANCH
           MOVE MDT-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-BRANCH TO MEL-BRANCH
           END-READ
           MOVE MDT-ACCOUNT-NUMBER TO MEL-ACCOUNT-NUMBER
           MOVE MDT-HOLDER-ID      TO MEL-HOLDER-ID
           MOVE MDT-GRANTOR-ID     TO MEL-GRANTOR-ID
           MOVE MDT-TYPE           TO MEL-TYPE
           MOVE MDT-SCOPE          TO MEL-SCOPE
           MOVE MDT-EXPIRY-DATE    TO MEL-EXPIRY-DATE
           WRITE MANDATE-EXPIRY-LINE.
