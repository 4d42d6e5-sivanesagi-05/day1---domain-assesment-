       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.

      *****************************************************
      * Quarterly operator access recertification, run in    *
      * the month-end chain. On a quarter-end month it opens  *
      * the cycle on RECERT with one pending line per active   *
      * operator, then lists the cycle by branch on RECRTRPT -  *
      * each operator with role, last sign-on and password age,  *
      * and a count per branch - for the branch manager to        *
      * confirm or revoke through RECRTMNT. Branches that have     *
      * still not signed off an earlier cycle are listed after,     *
      * with the number of lines they have left pending. Any other   *
      * month it does nothing. A rerun in the same quarter leaves     *
      * lines already on the cycle as they stand.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCT-KEY
               FILE STATUS WS-RECERT-STATUS.

           SELECT RECERT-REPORT ASSIGN TO "RECRTRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RECRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  RECERT-FILE.
       COPY "RECERT.cpy".

       FD  RECERT-REPORT.
       01 RECERT-DETAIL-LINE.
          05 RDL-CYCLE              PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-OPERATOR-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-OPERATOR-NAME      PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-ROLE               PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-LAST-SIGNON-DATE   PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-PASSWORD-AGE       PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RDL-MESSAGE            PIC X(12).
      * A BRANCH COUNT FOR THIS CYCLE, OR A BRANCH STILL PENDING
      * ON AN EARLIER ONE.
       01 RECERT-TOTAL-LINE.
          05 RTL-CYCLE              PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RTL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RTL-LABEL              PIC X(20).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 RTL-COUNT              PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-RECERT-STATUS    PIC XX.
       01 WS-RECRTRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-OPENED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(5)  VALUE 0.
       01 WS-BRANCH-LINES     PIC 9(5)   VALUE 0.
       01 WS-BREAK-CYCLE      PIC 9(6).
       01 WS-BREAK-BRANCH     PIC X(4).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 WS-TS-MM REDEFINES WS-TS-MONTH.
                15 FILLER     PIC 9(4).
                15 WS-TS-MM-ONLY PIC 9(2).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           IF WS-TS-MM-ONLY NOT = 3 AND NOT = 6
              AND NOT = 9 AND NOT = 12
               DISPLAY "NOT A QUARTER-END MONTH - NO RECERTIFICATION"
                   " CYCLE OPENED"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES
           PERFORM OPEN-THE-CYCLE
           PERFORM LIST-THE-CYCLE
           PERFORM LIST-OUTSTANDING-CYCLES

           DISPLAY "RECERTIFICATION CYCLE " WS-TS-MONTH " - "
               WS-OPENED-COUNT " LINE(S) OPENED, " WS-LISTED-COUNT
               " LISTED, " WS-OUTSTANDING-COUNT
               " EARLIER BRANCH CYCLE(S) STILL PENDING"

           CLOSE OPERATOR-MASTER
           CLOSE RECERT-FILE
           CLOSE RECERT-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "OPRCERT " "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF
           CALL "FILERR" USING "OPRCERT " "RECERT" WS-RECERT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT RECERT-REPORT
           CALL "FILERR" USING "OPRCERT " "RECRTRPT" WS-RECRTRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       OPEN-THE-CYCLE.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ OPERATOR-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF OPM-OPERATOR-ACTIVE
                           PERFORM WRITE-CYCLE-LINE
                       END-IF
               END-READ
           END-PERFORM.

      * STATUS 22 - THE LINE IS ALREADY ON THIS CYCLE FROM AN
      * EARLIER RUN, AND MAY ALREADY HAVE BEEN ANSWERED.
       WRITE-CYCLE-LINE.
           INITIALIZE RECERT-RECORD
           MOVE WS-TS-MONTH          TO RCT-CYCLE
           MOVE OPM-BRANCH           TO RCT-BRANCH
           MOVE OPM-OPERATOR-ID      TO RCT-OPERATOR-ID
           MOVE OPM-OPERATOR-NAME    TO RCT-OPERATOR-NAME
           MOVE OPM-ROLE             TO RCT-ROLE
           MOVE OPM-LAST-SIGNON-DATE TO RCT-LAST-SIGNON-DATE
           IF OPM-PASSWORD-DATE > 0
              AND OPM-PASSWORD-DATE < WS-TS-DATE
               COMPUTE RCT-PASSWORD-AGE = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(OPM-PASSWORD-DATE)
           ELSE
               MOVE 0 TO RCT-PASSWORD-AGE
           END-IF
           SET RCT-PENDING TO TRUE
           WRITE RECERT-RECORD
           IF WS-RECERT-STATUS NOT = "22"
               CALL "FILERR" USING "OPRCERT " "RECERT"
                   WS-RECERT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPENED-COUNT
           END-IF.

       LIST-THE-CYCLE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE SPACES TO WS-BREAK-BRANCH
           MOVE 0      TO WS-BRANCH-LINES
           MOVE WS-TS-MONTH TO RCT-CYCLE
           MOVE SPACES      TO RCT-BRANCH
           MOVE SPACES      TO RCT-OPERATOR-ID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ RECERT-FILE NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF RCT-CYCLE NOT = WS-TS-MONTH
                           SET END-OF-INPUT TO TRUE
                       ELSE
                           IF RCT-BRANCH NOT = WS-BREAK-BRANCH
                               PERFORM WRITE-BRANCH-COUNT
                               MOVE RCT-BRANCH TO WS-BREAK-BRANCH
                           END-IF
                           PERFORM WRITE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-BRANCH-COUNT.

       WRITE-DETAIL-LINE.
           MOVE RCT-CYCLE            TO RDL-CYCLE
           MOVE RCT-BRANCH           TO RDL-BRANCH
           MOVE RCT-OPERATOR-ID      TO RDL-OPERATOR-ID
           MOVE RCT-OPERATOR-NAME    TO RDL-OPERATOR-NAME
           MOVE RCT-ROLE             TO RDL-ROLE
           MOVE RCT-LAST-SIGNON-DATE TO RDL-LAST-SIGNON-DATE
           MOVE RCT-PASSWORD-AGE     TO RDL-PASSWORD-AGE
           EVALUATE TRUE
               WHEN RCT-CONFIRMED
                   MOVE "CONFIRMED" TO RDL-MESSAGE
               WHEN RCT-REVOKED
                   MOVE "REVOKED" TO RDL-MESSAGE
               WHEN RCT-LAST-SIGNON-DATE = 0
                   MOVE "NEVER SIGNED" TO RDL-MESSAGE
               WHEN OTHER
                   MOVE "PENDING" TO RDL-MESSAGE
           END-EVALUATE
           WRITE RECERT-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-BRANCH-LINES.

       WRITE-BRANCH-COUNT.
           IF WS-BRANCH-LINES > 0
               MOVE WS-TS-MONTH      TO RTL-CYCLE
               MOVE WS-BREAK-BRANCH  TO RTL-BRANCH
               MOVE "BRANCH OPERATORS"  TO RTL-LABEL
               MOVE WS-BRANCH-LINES  TO RTL-COUNT
               WRITE RECERT-TOTAL-LINE
           END-IF
           MOVE 0 TO WS-BRANCH-LINES.

      * EVERY EARLIER CYCLE, BRANCH BY BRANCH - A BRANCH WITH ANY
      * LINE STILL PENDING HAS NOT SIGNED THAT CYCLE OFF.
       LIST-OUTSTANDING-CYCLES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0      TO WS-BREAK-CYCLE
           MOVE SPACES TO WS-BREAK-BRANCH
           MOVE 0      TO WS-BRANCH-LINES
           MOVE 0      TO RCT-CYCLE
           MOVE SPACES TO RCT-BRANCH
           MOVE SPACES TO RCT-OPERATOR-ID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ RECERT-FILE NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF RCT-CYCLE NOT < WS-TS-MONTH
                           SET END-OF-INPUT TO TRUE
                       ELSE
                           IF RCT-CYCLE NOT = WS-BREAK-CYCLE
                              OR RCT-BRANCH NOT = WS-BREAK-BRANCH
                               PERFORM WRITE-OUTSTANDING-LINE
                               MOVE RCT-CYCLE  TO WS-BREAK-CYCLE
                               MOVE RCT-BRANCH TO WS-BREAK-BRANCH
                           END-IF
                           IF RCT-PENDING
                               ADD 1 TO WS-BRANCH-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-OUTSTANDING-LINE.

       WRITE-OUTSTANDING-LINE.
           IF WS-BRANCH-LINES > 0
               MOVE WS-BREAK-CYCLE   TO RTL-CYCLE
               MOVE WS-BREAK-BRANCH  TO RTL-BRANCH
               MOVE "NOT SIGNED OFF"    TO RTL-LABEL
               MOVE WS-BRANCH-LINES  TO RTL-COUNT
               WRITE RECERT-TOTAL-LINE
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE 0 TO WS-BRANCH-LINES.
