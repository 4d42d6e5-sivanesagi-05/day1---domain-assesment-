       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMMNT.

      *****************************************************
      * ATM terminal master maintenance - a supervisor puts  *
      * a terminal on file or amends it (the branch that      *
      * services it, where it stands, its cassettes and their  *
      * capacity, and how often the custodians visit), closes   *
      * one the custodians have emptied, or views one with its   *
      * cash cycle.                                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-TERMINALS ASSIGN TO "ATMTERM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ATM-TERMINAL-ID
               FILE STATUS WS-ATMTERM-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-TERMINALS.
       COPY "ATMTERM.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ATMTERM-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-SUPERVISOR-FLAG  PIC X      VALUE "N".
          88 WS-SUPERVISOR-OK VALUE "Y".
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-TERMINAL VALUE "A".
          88 WS-CLOSE-TERMINAL  VALUE "C".
          88 WS-VIEW-TERMINAL   VALUE "V".
       01 WS-TERMINAL-ID      PIC X(8).
       01 WS-TERMINAL-FLAG    PIC X.
          88 WS-TERMINAL-ON-FILE VALUE "Y".
       01 WS-BRANCH           PIC X(4).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-LOCATION         PIC X(30).
       01 WS-VISIT-DAYS       PIC 9(3).
       01 WS-CASSETTES.
          05 WS-CASSETTE OCCURS 4 TIMES.
             10 WS-CST-DENOM     PIC 9(3).
             10 WS-CST-CAPACITY  PIC 9(5).
       01 WS-CST-IDX          PIC 9.
       01 WS-CASSETTE-FLAG    PIC X.
          88 WS-CASSETTES-OK  VALUE "Y".
       01 WS-REMAINING        PIC S9(11)V99.
       01 WS-CONFIRM          PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ADD/AMEND(A) CLOSE(C) VIEW(V): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER TERMINAL ID: ".
           ACCEPT WS-TERMINAL-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM CHECK-THE-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK AND NOT WS-VIEW-TERMINAL
               DISPLAY "Terminal maintenance needs an active"
                   " supervisor - change refused"
           ELSE
               PERFORM READ-THE-TERMINAL
               EVALUATE TRUE
                   WHEN WS-DEFINE-TERMINAL
                       PERFORM DEFINE-THE-TERMINAL
                   WHEN WS-CLOSE-TERMINAL
                       PERFORM CLOSE-THE-TERMINAL
                   WHEN WS-VIEW-TERMINAL
                       PERFORM VIEW-THE-TERMINAL
                   WHEN OTHER
                       DISPLAY "INVALID ACTION - ENTER A, C OR V"
               END-EVALUATE
           END-IF

           CLOSE ATM-TERMINALS
           CLOSE OPERATOR-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ATM-TERMINALS
           IF WS-ATMTERM-STATUS = "35"
               OPEN OUTPUT ATM-TERMINALS
               CLOSE ATM-TERMINALS
               OPEN I-O ATM-TERMINALS
           END-IF
           CALL "FILERR" USING "ATMMNT  " "ATMTERM"
               WS-ATMTERM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "ATMMNT  " "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CHECK-THE-SUPERVISOR.
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-SUPERVISOR-OK TO TRUE
                   END-IF
           END-READ.

       READ-THE-TERMINAL.
           MOVE WS-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATM-TERMINALS
               INVALID KEY
                   MOVE "N" TO WS-TERMINAL-FLAG
               NOT INVALID KEY
                   SET WS-TERMINAL-ON-FILE TO TRUE
           END-READ.

      * AN AMENDMENT KEEPS THE CASH CYCLE; A CASSETTE'S
      * DENOMINATION CAN ONLY CHANGE WHILE THE MACHINE IS EMPTY,
      * OR THE NEXT UNLOAD WOULD BE COUNTED IN THE WRONG NOTES.
       DEFINE-THE-TERMINAL.
           IF WS-TERMINAL-ON-FILE AND ATM-TERMINAL-CLOSED
               DISPLAY "Terminal " WS-TERMINAL-ID
                   " is closed - id cannot be reused"
           ELSE
               DISPLAY "ENTER SERVICING BRANCH: "
               ACCEPT WS-BRANCH
               CALL "BRCHK" USING WS-BRANCH WS-BRANCH-FLAG
                   WS-BRANCH-REGION
               IF NOT WS-BRANCH-OPEN
                   DISPLAY "Branch " WS-BRANCH
                       " is not an open branch - change refused"
               ELSE
                   DISPLAY "ENTER LOCATION: "
                   ACCEPT WS-LOCATION
                   DISPLAY "ENTER USUAL DAYS BETWEEN VISITS: "
                   ACCEPT WS-VISIT-DAYS
                   PERFORM ACCEPT-THE-CASSETTES
                   IF WS-CASSETTES-OK
                       PERFORM FILE-THE-TERMINAL
                   END-IF
               END-IF
           END-IF.

       ACCEPT-THE-CASSETTES.
           SET WS-CASSETTES-OK TO TRUE
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > 4
               DISPLAY "CASSETTE " WS-CST-IDX
                   " - ENTER NOTE DENOMINATION (0 = UNUSED): "
               ACCEPT WS-CST-DENOM(WS-CST-IDX)
               MOVE 0 TO WS-CST-CAPACITY(WS-CST-IDX)
               IF WS-CST-DENOM(WS-CST-IDX) > 0
                   IF WS-CST-DENOM(WS-CST-IDX) NOT = 500 AND 200
                      AND 100 AND 50 AND 20 AND 10
                       DISPLAY "No " WS-CST-DENOM(WS-CST-IDX)
                           " note is issued"
                       MOVE "N" TO WS-CASSETTE-FLAG
                   ELSE
                       DISPLAY "CASSETTE " WS-CST-IDX
                           " - ENTER CAPACITY IN NOTES: "
                       ACCEPT WS-CST-CAPACITY(WS-CST-IDX)
                       IF WS-CST-CAPACITY(WS-CST-IDX) = 0
                           DISPLAY "A cassette in use needs a"
                               " capacity"
                           MOVE "N" TO WS-CASSETTE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CASSETTES-OK AND WS-TERMINAL-ON-FILE
              AND ATM-LOADED-AMOUNT > 0
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                       UNTIL WS-CST-IDX > 4
                   IF WS-CST-DENOM(WS-CST-IDX)
                      NOT = ATM-CST-DENOM(WS-CST-IDX)
                       MOVE "N" TO WS-CASSETTE-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-CASSETTES-OK
                   DISPLAY "Terminal holds cash - unload it before"
                       " changing a cassette's denomination"
               END-IF
           END-IF
           IF WS-CASSETTES-OK
              AND WS-CST-DENOM(1) = 0 AND WS-CST-DENOM(2) = 0
              AND WS-CST-DENOM(3) = 0 AND WS-CST-DENOM(4) = 0
               DISPLAY "A terminal needs at least one cassette"
               MOVE "N" TO WS-CASSETTE-FLAG
           END-IF
           IF NOT WS-CASSETTES-OK
               DISPLAY "TERMINAL NOT FILED"
           END-IF.

       FILE-THE-TERMINAL.
           IF NOT WS-TERMINAL-ON-FILE
               INITIALIZE ATM-TERMINAL-RECORD
               MOVE WS-TERMINAL-ID TO ATM-TERMINAL-ID
               SET ATM-TERMINAL-ACTIVE TO TRUE
           END-IF
           MOVE WS-BRANCH      TO ATM-BRANCH
           MOVE WS-LOCATION    TO ATM-LOCATION
           MOVE WS-VISIT-DAYS  TO ATM-VISIT-DAYS
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > 4
               MOVE WS-CST-DENOM(WS-CST-IDX)
                   TO ATM-CST-DENOM(WS-CST-IDX)
               MOVE WS-CST-CAPACITY(WS-CST-IDX)
                   TO ATM-CST-CAPACITY(WS-CST-IDX)
           END-PERFORM
           MOVE WS-OPERATOR-ID TO ATM-SET-BY
           MOVE WS-TS-DATE     TO ATM-SET-DATE
           IF WS-TERMINAL-ON-FILE
               REWRITE ATM-TERMINAL-RECORD
           ELSE
               WRITE ATM-TERMINAL-RECORD
           END-IF
           CALL "FILERR" USING "ATMMNT  " "ATMTERM"
               WS-ATMTERM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "TERMINAL " WS-TERMINAL-ID " FILED FOR BRANCH "
               WS-BRANCH.

      * A CLOSED TERMINAL STAYS ON FILE FOR ITS SERVICE HISTORY.
      * IT MUST HAVE BEEN UNLOADED FIRST, SO THE LAST CASH IN IT
      * HAS BEEN COUNTED AND RECONCILED.
       CLOSE-THE-TERMINAL.
           IF NOT WS-TERMINAL-ON-FILE
               DISPLAY "Terminal " WS-TERMINAL-ID " not on file"
           ELSE
               IF ATM-TERMINAL-CLOSED
                   DISPLAY "Terminal " WS-TERMINAL-ID
                       " is already closed"
               ELSE
                   IF ATM-LOADED-AMOUNT > 0
                       DISPLAY "Terminal " WS-TERMINAL-ID
                           " holds cash - unload it before closing"
                   ELSE
                       DISPLAY "CLOSE TERMINAL " WS-TERMINAL-ID
                           " (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           SET ATM-TERMINAL-CLOSED TO TRUE
                           MOVE 0 TO ATM-NEXT-VISIT-DATE
                           MOVE WS-OPERATOR-ID TO ATM-SET-BY
                           MOVE WS-TS-DATE     TO ATM-SET-DATE
                           REWRITE ATM-TERMINAL-RECORD
                           CALL "FILERR" USING "ATMMNT  " "ATMTERM"
                               WS-ATMTERM-STATUS WS-ABEND-FLAG
                           IF WS-ABEND
                               STOP RUN
                           END-IF
                           DISPLAY "TERMINAL " WS-TERMINAL-ID
                               " CLOSED"
                       ELSE
                           DISPLAY "CLOSE CANCELLED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VIEW-THE-TERMINAL.
           IF NOT WS-TERMINAL-ON-FILE
               DISPLAY "Terminal " WS-TERMINAL-ID " not on file"
           ELSE
               COMPUTE WS-REMAINING =
                   ATM-LOADED-AMOUNT - ATM-DISPENSED-AMOUNT
               DISPLAY "TERMINAL " ATM-TERMINAL-ID " BRANCH "
                   ATM-BRANCH " STATUS " ATM-STATUS
               DISPLAY "  LOCATION      " ATM-LOCATION
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                       UNTIL WS-CST-IDX > 4
                   IF ATM-CST-DENOM(WS-CST-IDX) > 0
                       DISPLAY "  CASSETTE " WS-CST-IDX "    "
                           ATM-CST-DENOM(WS-CST-IDX) " X "
                           ATM-CST-CAPACITY(WS-CST-IDX)
                           " LOADED " ATM-CST-LOADED(WS-CST-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "  VISIT EVERY   " ATM-VISIT-DAYS " DAYS"
               DISPLAY "  LAST SERVICE  " ATM-LOAD-DATE " "
                   ATM-LOAD-TIME
               DISPLAY "  LOADED        " ATM-LOADED-AMOUNT
               DISPLAY "  DISPENSED     " ATM-DISPENSED-AMOUNT
               DISPLAY "  REMAINING     " WS-REMAINING
               DISPLAY "  NEXT VISIT    " ATM-NEXT-VISIT-DATE
               DISPLAY "  POSITION AT   " ATM-POSITION-DATE
           END-IF.
