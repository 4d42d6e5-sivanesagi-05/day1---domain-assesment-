       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERIDLE.

      *****************************************************
      * Nightly idle operator sweep. Every active id on      *
      * OPERMAST whose last teller-menu sign-on - or, for an  *
      * id never signed on, the date it was added - is further *
      * back than the idle limit is retired, and listed on      *
      * OPERIDLE for the branch managers. The limit in days      *
      * comes in on SYSIN (zero takes the default of 90). An id   *
      * carried over from before sign-on dates were kept has       *
      * neither date; it is stamped with today as its added date so *
      * the clock starts now instead of retiring it on the first     *
      * run.                                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT IDLE-REPORT ASSIGN TO "OPERIDLE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OPERIDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  IDLE-REPORT.
       01 IDLE-REPORT-LINE.
          05 IDL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-OPERATOR-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-OPERATOR-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-ROLE               PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-ADDED-DATE         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-LAST-SIGNON-DATE   PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-DAYS-IDLE          PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 IDL-MESSAGE            PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-OPERIDLE-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-OPERATORS VALUE "Y".
       01 WS-IDLE-LIMIT       PIC 9(4)   VALUE 0.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-LAST-ACTIVE      PIC 9(8).
       01 WS-DAYS-IDLE        PIC 9(5).
       01 WS-ACTIVE-COUNT     PIC 9(5)   VALUE 0.
       01 WS-RETIRED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-STAMPED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER IDLE LIMIT IN DAYS (0 = DEFAULT 90): ".
           ACCEPT WS-IDLE-LIMIT.
           IF WS-IDLE-LIMIT = 0
               MOVE 90 TO WS-IDLE-LIMIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES

           PERFORM UNTIL END-OF-OPERATORS
               READ OPERATOR-MASTER NEXT RECORD
                   AT END SET END-OF-OPERATORS TO TRUE
                   NOT AT END
                       IF OPM-OPERATOR-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM CHECK-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "IDLE OPERATOR SWEEP COMPLETE - LIMIT "
               WS-IDLE-LIMIT " DAYS, " WS-ACTIVE-COUNT " ACTIVE, "
               WS-RETIRED-COUNT " RETIRED, " WS-STAMPED-COUNT
               " UNDATED ID(S) STAMPED"

           CLOSE OPERATOR-MASTER
           CLOSE IDLE-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O OPERATOR-MASTER
           IF WS-OPERMAST-STATUS = "35"
               DISPLAY "NO OPERATOR MASTER ON FILE - NOTHING TO SWEEP"
               STOP RUN
           END-IF
           CALL "FILERR" USING "OPERIDLE" "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT IDLE-REPORT
           CALL "FILERR" USING "OPERIDLE" "OPERIDLE" WS-OPERIDLE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CHECK-ONE-OPERATOR.
           IF OPM-LAST-SIGNON-DATE > OPM-ADDED-DATE
               MOVE OPM-LAST-SIGNON-DATE TO WS-LAST-ACTIVE
           ELSE
               MOVE OPM-ADDED-DATE TO WS-LAST-ACTIVE
           END-IF

           IF WS-LAST-ACTIVE = 0
               MOVE WS-TS-DATE TO OPM-ADDED-DATE
               PERFORM REWRITE-OPERATOR
               ADD 1 TO WS-STAMPED-COUNT
           ELSE
               IF WS-LAST-ACTIVE < WS-TS-DATE
                   COMPUTE WS-DAYS-IDLE = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVE)
               ELSE
                   MOVE 0 TO WS-DAYS-IDLE
               END-IF
               IF WS-DAYS-IDLE > WS-IDLE-LIMIT
                   SET OPM-OPERATOR-RETIRED TO TRUE
                   PERFORM REWRITE-OPERATOR
                   PERFORM WRITE-IDLE-LINE
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-IF.

       REWRITE-OPERATOR.
           REWRITE OPERATOR-MASTER-RECORD
           CALL "FILERR" USING "OPERIDLE" "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-IDLE-LINE.
           MOVE OPM-BRANCH           TO IDL-BRANCH
           MOVE OPM-OPERATOR-ID      TO IDL-OPERATOR-ID
           MOVE OPM-OPERATOR-NAME    TO IDL-OPERATOR-NAME
           MOVE OPM-ROLE             TO IDL-ROLE
           MOVE OPM-ADDED-DATE       TO IDL-ADDED-DATE
           MOVE OPM-LAST-SIGNON-DATE TO IDL-LAST-SIGNON-DATE
           MOVE WS-DAYS-IDLE         TO IDL-DAYS-IDLE
           IF OPM-LAST-SIGNON-DATE = 0
               MOVE "NEVER USED" TO IDL-MESSAGE
           ELSE
               MOVE "RETIRED" TO IDL-MESSAGE
           END-IF
           WRITE IDLE-REPORT-LINE.
