       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRTMNT.

      *****************************************************
      * Access recertification response, called from the     *
      * teller menu by a supervisor. The branch is the one    *
      * the supervisor is set up at on OPERMAST. Review walks  *
      * the branch's pending lines on RECERT for the cycle      *
      * asked for and takes a confirm or revoke on each - a      *
      * revoke retires the operator id on OPERMAST at once.       *
      * Nobody certifies their own access; that line is left for   *
      * another supervisor. Status shows each branch's pending,     *
      * confirmed and revoked counts for the cycle, and whether it   *
      * has signed off.                                               *
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

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  RECERT-FILE.
       COPY "RECERT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-RECERT-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CYCLE     VALUE "Y".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-BRANCH           PIC X(4).
       01 WS-CYCLE            PIC 9(6).
       01 WS-ACTION           PIC X.
          88 WS-ACTION-REVIEW VALUE "R".
          88 WS-ACTION-STATUS VALUE "S".
       01 WS-RESPONSE         PIC X.
          88 WS-RESPONSE-CONFIRM VALUE "C".
          88 WS-RESPONSE-REVOKE  VALUE "V".
       01 WS-BREAK-BRANCH     PIC X(4).
       01 WS-PENDING-COUNT    PIC 9(5)   VALUE 0.
       01 WS-CONFIRMED-COUNT  PIC 9(5)   VALUE 0.
       01 WS-REVOKED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           MOVE "N" TO WS-SUPERVISOR-OK
           MOVE "N" TO WS-EOF-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES
           PERFORM CHECK-SUPERVISOR
           IF NOT WS-AUTHORIZED
               DISPLAY "ACTIVE SUPERVISOR ID REQUIRED - "
                   "NO RECERTIFICATION ACCESS"
               PERFORM CLOSE-ALL-FILES
               GOBACK
           END-IF

           DISPLAY "ENTER RECERTIFICATION CYCLE (YYYYMM): ".
           ACCEPT WS-CYCLE.

           DISPLAY "ACTION - REVIEW BRANCH " WS-BRANCH
               " (R) STATUS ALL BRANCHES (S): ".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN WS-ACTION-REVIEW
                   PERFORM REVIEW-BRANCH-LINES
                   PERFORM SHOW-BRANCH-SIGN-OFF
               WHEN WS-ACTION-STATUS
                   PERFORM SHOW-CYCLE-STATUS
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER R OR S"
           END-EVALUATE

           PERFORM CLOSE-ALL-FILES
           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O OPERATOR-MASTER
           CALL "FILERR" USING "RECRTMNT" "OPERMAST" WS-OPERMAST-STATUS
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
           CALL "FILERR" USING "RECRTMNT" "RECERT" WS-RECERT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE OPERATOR-MASTER
           CLOSE RECERT-FILE.

       CHECK-SUPERVISOR.
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-AUTHORIZED TO TRUE
                       MOVE OPM-BRANCH TO WS-BRANCH
                   END-IF
           END-READ.

       REVIEW-BRANCH-LINES.
           MOVE WS-CYCLE  TO RCT-CYCLE
           MOVE WS-BRANCH TO RCT-BRANCH
           MOVE SPACES    TO RCT-OPERATOR-ID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY SET END-OF-CYCLE TO TRUE
           END-START
           PERFORM UNTIL END-OF-CYCLE
               READ RECERT-FILE NEXT RECORD
                   AT END SET END-OF-CYCLE TO TRUE
                   NOT AT END
                       IF RCT-CYCLE NOT = WS-CYCLE
                          OR RCT-BRANCH NOT = WS-BRANCH
                           SET END-OF-CYCLE TO TRUE
                       ELSE
                           IF RCT-PENDING
                               PERFORM REVIEW-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-ONE-LINE.
           DISPLAY RCT-OPERATOR-ID " " RCT-OPERATOR-NAME
               " ROLE " RCT-ROLE " LAST SIGN-ON "
               RCT-LAST-SIGNON-DATE " PASSWORD AGE "
               RCT-PASSWORD-AGE " DAYS"

           IF RCT-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY "OWN ACCESS - LEFT FOR ANOTHER SUPERVISOR"
           ELSE
               DISPLAY "CONFIRM(C) REVOKE(V) SKIP(S): "
               ACCEPT WS-RESPONSE
               EVALUATE TRUE
                   WHEN WS-RESPONSE-CONFIRM
                       SET RCT-CONFIRMED TO TRUE
                       PERFORM RECORD-RESPONSE
                   WHEN WS-RESPONSE-REVOKE
                       SET RCT-REVOKED TO TRUE
                       PERFORM RECORD-RESPONSE
                       PERFORM RETIRE-REVOKED-OPERATOR
                   WHEN OTHER
                       DISPLAY "LEFT PENDING"
               END-EVALUATE
           END-IF.

       RECORD-RESPONSE.
           MOVE WS-OPERATOR-ID TO RCT-RESPONDED-BY
           MOVE WS-TS-DATE     TO RCT-RESPONSE-DATE
           REWRITE RECERT-RECORD
           CALL "FILERR" USING "RECRTMNT" "RECERT" WS-RECERT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * AN ID ALREADY RETIRED OR SINCE REMOVED NEEDS NOTHING MORE.
       RETIRE-REVOKED-OPERATOR.
           MOVE RCT-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-OPERATOR-ACTIVE
                       SET OPM-OPERATOR-RETIRED TO TRUE
                       REWRITE OPERATOR-MASTER-RECORD
                       CALL "FILERR" USING "RECRTMNT" "OPERMAST"
                           WS-OPERMAST-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       DISPLAY RCT-OPERATOR-ID " RETIRED"
                   END-IF
           END-READ.

       SHOW-BRANCH-SIGN-OFF.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-PENDING-COUNT
           MOVE WS-CYCLE  TO RCT-CYCLE
           MOVE WS-BRANCH TO RCT-BRANCH
           MOVE SPACES    TO RCT-OPERATOR-ID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY SET END-OF-CYCLE TO TRUE
           END-START
           PERFORM UNTIL END-OF-CYCLE
               READ RECERT-FILE NEXT RECORD
                   AT END SET END-OF-CYCLE TO TRUE
                   NOT AT END
                       IF RCT-CYCLE NOT = WS-CYCLE
                          OR RCT-BRANCH NOT = WS-BRANCH
                           SET END-OF-CYCLE TO TRUE
                       ELSE
                           IF RCT-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = 0
               DISPLAY "BRANCH " WS-BRANCH " SIGNED OFF FOR CYCLE "
                   WS-CYCLE
           ELSE
               DISPLAY "BRANCH " WS-BRANCH " - " WS-PENDING-COUNT
                   " LINE(S) STILL PENDING FOR CYCLE " WS-CYCLE
           END-IF.

       SHOW-CYCLE-STATUS.
           MOVE SPACES TO WS-BREAK-BRANCH
           MOVE WS-CYCLE TO RCT-CYCLE
           MOVE SPACES   TO RCT-BRANCH
           MOVE SPACES   TO RCT-OPERATOR-ID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY SET END-OF-CYCLE TO TRUE
           END-START
           PERFORM UNTIL END-OF-CYCLE
               READ RECERT-FILE NEXT RECORD
                   AT END SET END-OF-CYCLE TO TRUE
                   NOT AT END
                       IF RCT-CYCLE NOT = WS-CYCLE
                           SET END-OF-CYCLE TO TRUE
                       ELSE
                           IF RCT-BRANCH NOT = WS-BREAK-BRANCH
                               PERFORM SHOW-ONE-BRANCH
                               MOVE RCT-BRANCH TO WS-BREAK-BRANCH
                           END-IF
                           EVALUATE TRUE
                               WHEN RCT-PENDING
                                   ADD 1 TO WS-PENDING-COUNT
                               WHEN RCT-CONFIRMED
                                   ADD 1 TO WS-CONFIRMED-COUNT
                               WHEN RCT-REVOKED
                                   ADD 1 TO WS-REVOKED-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SHOW-ONE-BRANCH.

       SHOW-ONE-BRANCH.
           IF WS-BREAK-BRANCH NOT = SPACES
               IF WS-PENDING-COUNT = 0
                   DISPLAY WS-BREAK-BRANCH " CONFIRMED "
                       WS-CONFIRMED-COUNT " REVOKED " WS-REVOKED-COUNT
                       " - SIGNED OFF"
               ELSE
                   DISPLAY WS-BREAK-BRANCH " CONFIRMED "
                       WS-CONFIRMED-COUNT " REVOKED " WS-REVOKED-COUNT
                       " PENDING " WS-PENDING-COUNT
               END-IF
           END-IF
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-CONFIRMED-COUNT
           MOVE 0 TO WS-REVOKED-COUNT.
