       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSERV.

      *****************************************************
      * ATM cash service at the machine - the cash           *
      * custodians of the terminal's branch capture an unload *
      * and load: the notes counted out of each cassette, the  *
      * notes put in, and the next scheduled visit. Both        *
      * custodians' ids go on the ATMLOAD service log, and the   *
      * count waits there for ATMCASH to reconcile it once the    *
      * day's dispenses are in. A supervisor of the branch         *
      * resolves a reconciliation break once it is explained, and   *
      * the service history of a terminal can be listed.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-TERMINALS ASSIGN TO "ATMTERM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ATM-TERMINAL-ID
               FILE STATUS WS-ATMTERM-STATUS.

           SELECT ATM-SERVICE-LOG ASSIGN TO "ATMLOAD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ATL-KEY
               FILE STATUS WS-ATMLOAD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-TERMINALS.
       COPY "ATMTERM.cpy".

       FD  ATM-SERVICE-LOG.
       COPY "ATMLOAD.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ATMTERM-STATUS   PIC XX.
       01 WS-ATMLOAD-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-LOG-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-SERVICE-LOG VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-CUSTODIAN-FLAG   PIC X      VALUE "N".
          88 WS-CUSTODIAN-OK  VALUE "Y".
       01 WS-CUSTODIAN-ROLE   PIC X.
          88 WS-CUSTODIAN-SUPERVISOR VALUE "S".
       01 WS-CUSTODIAN-BRANCH PIC X(4).
       01 WS-ACTION           PIC X.
          88 WS-SERVICE-TERMINAL VALUE "S".
          88 WS-RESOLVE-BREAK    VALUE "B".
          88 WS-LIST-SERVICES    VALUE "H".
       01 WS-TERMINAL-ID      PIC X(8).
       01 WS-TERMINAL-FLAG    PIC X.
          88 WS-TERMINAL-ON-FILE VALUE "Y".
       01 WS-SECOND-ID        PIC X(8).
       01 WS-SECOND-FLAG      PIC X.
          88 WS-SECOND-OK     VALUE "Y".
       01 WS-CST-IDX          PIC 9.
       01 WS-QTY-FLAG         PIC X.
          88 WS-QTYS-OK       VALUE "Y".
       01 WS-RETURNED-QTYS.
          05 WS-RETURNED-QTY  PIC 9(5)   OCCURS 4 TIMES.
       01 WS-LOADED-QTYS.
          05 WS-LOADED-QTY    PIC 9(5)   OCCURS 4 TIMES.
       01 WS-RETURNED-AMOUNT  PIC 9(11)V99.
       01 WS-LOADED-AMOUNT    PIC 9(11)V99.
       01 WS-NEXT-VISIT       PIC 9(8).
       01 WS-VISIT-FLAG       PIC X.
          88 WS-VISIT-OK      VALUE "Y".
       01 WS-SERVICE-SEQ      PIC 9(3).
       01 WS-CYCLE-DAYS       PIC 9(5).
       01 WS-DAY-NUMBER       PIC 9(8).
       01 WS-SERVICE-DATE     PIC 9(8).
       01 WS-CONFIRM          PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER CASH CUSTODIAN/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - SERVICE(S) RESOLVE BREAK(B)"
               " HISTORY(H): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER TERMINAL ID: ".
           ACCEPT WS-TERMINAL-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM CHECK-THE-CUSTODIAN
           IF NOT WS-CUSTODIAN-OK
               DISPLAY "Operator " WS-OPERATOR-ID
                   " not on file or not active"
           ELSE
               PERFORM READ-THE-TERMINAL
               IF NOT WS-TERMINAL-ON-FILE
                   DISPLAY "Terminal " WS-TERMINAL-ID " not on file"
               ELSE
                   IF ATM-BRANCH NOT = WS-CUSTODIAN-BRANCH
                       DISPLAY "Terminal " WS-TERMINAL-ID
                           " is serviced by branch " ATM-BRANCH
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-SERVICE-TERMINAL
                               PERFORM SERVICE-THE-TERMINAL
                           WHEN WS-RESOLVE-BREAK
                               PERFORM RESOLVE-THE-BREAK
                           WHEN WS-LIST-SERVICES
                               PERFORM LIST-THE-SERVICES
                           WHEN OTHER
                               DISPLAY "INVALID ACTION - ENTER S, B"
                                   " OR H"
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF

           CLOSE ATM-TERMINALS
           CLOSE ATM-SERVICE-LOG
           CLOSE OPERATOR-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O ATM-TERMINALS
           CALL "FILERR" USING "ATMSERV " "ATMTERM"
               WS-ATMTERM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O ATM-SERVICE-LOG
           IF WS-ATMLOAD-STATUS = "35"
               OPEN OUTPUT ATM-SERVICE-LOG
               CLOSE ATM-SERVICE-LOG
               OPEN I-O ATM-SERVICE-LOG
           END-IF
           CALL "FILERR" USING "ATMSERV " "ATMLOAD"
               WS-ATMLOAD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "ATMSERV " "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CHECK-THE-CUSTODIAN.
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-OPERATOR-ACTIVE
                       SET WS-CUSTODIAN-OK TO TRUE
                       MOVE OPM-BRANCH TO WS-CUSTODIAN-BRANCH
                       MOVE OPM-ROLE   TO WS-CUSTODIAN-ROLE
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

      * WHATEVER IS IN THE MACHINE COMES OUT AND IS COUNTED BY
      * CASSETTE; WHAT GOES BACK IN MAY BE NOTHING, WHICH LEAVES
      * THE MACHINE UNLOADED (AND READY TO CLOSE).
       SERVICE-THE-TERMINAL.
           IF ATM-TERMINAL-CLOSED
               DISPLAY "Terminal " WS-TERMINAL-ID " is closed"
           ELSE
               PERFORM ACCEPT-RETURNED-NOTES
               PERFORM ACCEPT-LOADED-NOTES
               IF WS-QTYS-OK
                   IF WS-RETURNED-AMOUNT = 0 AND WS-LOADED-AMOUNT = 0
                      AND ATM-LOADED-AMOUNT = 0
                       DISPLAY "Nothing counted or loaded - no"
                           " service recorded"
                   ELSE
                       PERFORM ACCEPT-NEXT-VISIT
                       IF WS-VISIT-OK
                           PERFORM CHECK-SECOND-CUSTODIAN
                           IF WS-SECOND-OK
                               PERFORM WRITE-THE-SERVICE
                               PERFORM RESET-THE-CASH-CYCLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-RETURNED-NOTES.
           MOVE 0 TO WS-RETURNED-AMOUNT
           INITIALIZE WS-RETURNED-QTYS
           IF ATM-LOAD-DATE > 0
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                       UNTIL WS-CST-IDX > 4
                   IF ATM-CST-DENOM(WS-CST-IDX) > 0
                       DISPLAY "CASSETTE " WS-CST-IDX " ("
                           ATM-CST-DENOM(WS-CST-IDX)
                           ") - ENTER NOTES COUNTED OUT: "
                       ACCEPT WS-RETURNED-QTY(WS-CST-IDX)
                       COMPUTE WS-RETURNED-AMOUNT =
                           WS-RETURNED-AMOUNT
                           + (WS-RETURNED-QTY(WS-CST-IDX)
                              * ATM-CST-DENOM(WS-CST-IDX))
                   END-IF
               END-PERFORM
           END-IF.

       ACCEPT-LOADED-NOTES.
           MOVE 0 TO WS-LOADED-AMOUNT
           INITIALIZE WS-LOADED-QTYS
           SET WS-QTYS-OK TO TRUE
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > 4
               IF ATM-CST-DENOM(WS-CST-IDX) > 0
                   DISPLAY "CASSETTE " WS-CST-IDX " ("
                       ATM-CST-DENOM(WS-CST-IDX)
                       ") - ENTER NOTES LOADED (0 = NONE): "
                   ACCEPT WS-LOADED-QTY(WS-CST-IDX)
                   IF WS-LOADED-QTY(WS-CST-IDX)
                      > ATM-CST-CAPACITY(WS-CST-IDX)
                       DISPLAY "Cassette " WS-CST-IDX " holds only "
                           ATM-CST-CAPACITY(WS-CST-IDX) " notes"
                       MOVE "N" TO WS-QTY-FLAG
                   END-IF
                   COMPUTE WS-LOADED-AMOUNT =
                       WS-LOADED-AMOUNT
                       + (WS-LOADED-QTY(WS-CST-IDX)
                          * ATM-CST-DENOM(WS-CST-IDX))
               END-IF
           END-PERFORM
           IF NOT WS-QTYS-OK
               DISPLAY "SERVICE NOT RECORDED"
           END-IF.

      * A MACHINE LEFT EMPTY HAS NO NEXT VISIT. OTHERWISE THE
      * CUSTODIANS KEY THE DATE BOOKED, OR TAKE THE TERMINAL'S
      * USUAL CYCLE FROM TODAY.
       ACCEPT-NEXT-VISIT.
           SET WS-VISIT-OK TO TRUE
           MOVE 0 TO WS-NEXT-VISIT
           IF WS-LOADED-AMOUNT > 0
               DISPLAY "ENTER NEXT SCHEDULED VISIT YYYYMMDD"
                   " (0 = IN " ATM-VISIT-DAYS " DAYS): "
               ACCEPT WS-NEXT-VISIT
               IF WS-NEXT-VISIT = 0
                   IF ATM-VISIT-DAYS > 0
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                           + ATM-VISIT-DAYS
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                           TO WS-NEXT-VISIT
                   END-IF
               ELSE
                   IF WS-NEXT-VISIT NOT > WS-TS-DATE
                       DISPLAY "Next visit must be after today -"
                           " service not recorded"
                       MOVE "N" TO WS-VISIT-FLAG
                   END-IF
               END-IF
           END-IF.

      * THE SECOND CUSTODIAN MUST BE ANOTHER ACTIVE OPERATOR OF
      * THE SAME BRANCH WHO WAS AT THE MACHINE FOR THE COUNT.
       CHECK-SECOND-CUSTODIAN.
           MOVE "N" TO WS-SECOND-FLAG
           DISPLAY "DUAL CONTROL - ENTER SECOND CUSTODIAN ID: "
           ACCEPT WS-SECOND-ID
           IF WS-SECOND-ID = WS-OPERATOR-ID
               DISPLAY "Dual control needs a second person -"
                   " service refused"
           ELSE
               MOVE WS-SECOND-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPM-OPERATOR-ACTIVE
                          AND OPM-BRANCH = WS-CUSTODIAN-BRANCH
                           SET WS-SECOND-OK TO TRUE
                       END-IF
               END-READ
               IF NOT WS-SECOND-OK
                   DISPLAY "SECOND CUSTODIAN OF BRANCH "
                       WS-CUSTODIAN-BRANCH " REQUIRED - SERVICE"
                       " REFUSED"
               END-IF
           END-IF.

      * THE COUNT IS LEFT PENDING - THE DISPENSES UP TO THE
      * SERVICE MAY NOT HAVE COME IN ON THE INTAKE YET. A FIRST
      * LOAD OF AN EMPTY MACHINE HAS NOTHING TO RECONCILE.
       WRITE-THE-SERVICE.
           PERFORM FIND-NEXT-SERVICE-SEQ
           INITIALIZE ATM-LOAD-RECORD
           MOVE WS-TERMINAL-ID       TO ATL-TERMINAL-ID
           MOVE WS-TS-DATE           TO ATL-SERVICE-DATE
           MOVE WS-SERVICE-SEQ       TO ATL-SERVICE-SEQ
           MOVE WS-TS-TIME(1:6)      TO ATL-SERVICE-TIME
           MOVE ATM-BRANCH           TO ATL-BRANCH
           MOVE WS-OPERATOR-ID       TO ATL-CUSTODIAN-ID
           MOVE WS-SECOND-ID         TO ATL-SECOND-CUSTODIAN
           MOVE ATM-LOAD-DATE        TO ATL-PRIOR-LOAD-DATE
           MOVE ATM-LOAD-TIME        TO ATL-PRIOR-LOAD-TIME
           MOVE ATM-LOADED-AMOUNT    TO ATL-PRIOR-LOADED
           MOVE ATM-DISPENSED-AMOUNT TO ATL-DISPENSED
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > 4
               MOVE ATM-CST-DENOM(WS-CST-IDX)
                   TO ATL-CST-DENOM(WS-CST-IDX)
               MOVE WS-RETURNED-QTY(WS-CST-IDX)
                   TO ATL-RETURNED-QTY(WS-CST-IDX)
               MOVE WS-LOADED-QTY(WS-CST-IDX)
                   TO ATL-LOADED-QTY(WS-CST-IDX)
           END-PERFORM
           MOVE WS-RETURNED-AMOUNT   TO ATL-RETURNED-AMOUNT
           MOVE WS-LOADED-AMOUNT     TO ATL-LOADED-AMOUNT
           MOVE WS-NEXT-VISIT        TO ATL-NEXT-VISIT-DATE
           IF ATM-LOADED-AMOUNT > 0 OR WS-RETURNED-AMOUNT > 0
               SET ATL-RECON-PENDING TO TRUE
           ELSE
               SET ATL-RECON-NONE TO TRUE
           END-IF
           WRITE ATM-LOAD-RECORD
           CALL "FILERR" USING "ATMSERV " "ATMLOAD"
               WS-ATMLOAD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "SERVICE " WS-TS-DATE "/" WS-SERVICE-SEQ
               " RECORDED - COUNTED OUT " WS-RETURNED-AMOUNT
               " LOADED " WS-LOADED-AMOUNT.

      * THE CYCLE JUST CLOSED GIVES THE FORECAST ITS DAILY RATE
      * UNTIL THE NEW ONE HAS A DAY OF DISPENSES OF ITS OWN.
       RESET-THE-CASH-CYCLE.
           IF ATM-LOAD-DATE > 0 AND ATM-DISPENSED-AMOUNT > 0
               COMPUTE WS-CYCLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                   - FUNCTION INTEGER-OF-DATE(ATM-LOAD-DATE)
               IF WS-CYCLE-DAYS = 0
                   MOVE 1 TO WS-CYCLE-DAYS
               END-IF
               COMPUTE ATM-PRIOR-DAILY-RATE ROUNDED =
                   ATM-DISPENSED-AMOUNT / WS-CYCLE-DAYS
           END-IF
           MOVE WS-TS-DATE        TO ATM-LOAD-DATE
           MOVE WS-TS-TIME(1:6)   TO ATM-LOAD-TIME
           MOVE WS-LOADED-AMOUNT  TO ATM-LOADED-AMOUNT
           MOVE 0                 TO ATM-DISPENSED-AMOUNT
           MOVE WS-NEXT-VISIT     TO ATM-NEXT-VISIT-DATE
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > 4
               MOVE WS-LOADED-QTY(WS-CST-IDX)
                   TO ATM-CST-LOADED(WS-CST-IDX)
           END-PERFORM
           REWRITE ATM-TERMINAL-RECORD
           CALL "FILERR" USING "ATMSERV " "ATMTERM"
               WS-ATMTERM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       FIND-NEXT-SERVICE-SEQ.
           MOVE 0 TO WS-SERVICE-SEQ
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE WS-TERMINAL-ID TO ATL-TERMINAL-ID
           MOVE WS-TS-DATE     TO ATL-SERVICE-DATE
           MOVE 0              TO ATL-SERVICE-SEQ
           START ATM-SERVICE-LOG KEY IS NOT LESS THAN ATL-KEY
               INVALID KEY SET END-OF-SERVICE-LOG TO TRUE
           END-START
           PERFORM UNTIL END-OF-SERVICE-LOG
               READ ATM-SERVICE-LOG NEXT RECORD
                   AT END SET END-OF-SERVICE-LOG TO TRUE
                   NOT AT END
                       IF ATL-TERMINAL-ID NOT = WS-TERMINAL-ID
                          OR ATL-SERVICE-DATE NOT = WS-TS-DATE
                           SET END-OF-SERVICE-LOG TO TRUE
                       ELSE
                           MOVE ATL-SERVICE-SEQ TO WS-SERVICE-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-SERVICE-SEQ.

      * A BREAK STAYS OPEN ON THE NIGHTLY REPORT UNTIL A
      * SUPERVISOR OF THE BRANCH RECORDS THAT IT IS EXPLAINED.
       RESOLVE-THE-BREAK.
           IF NOT WS-CUSTODIAN-SUPERVISOR
               DISPLAY "Resolving a break needs a supervisor -"
                   " refused"
           ELSE
               DISPLAY "ENTER SERVICE DATE YYYYMMDD: "
               ACCEPT WS-SERVICE-DATE
               DISPLAY "ENTER SERVICE SEQUENCE: "
               ACCEPT WS-SERVICE-SEQ
               MOVE WS-TERMINAL-ID  TO ATL-TERMINAL-ID
               MOVE WS-SERVICE-DATE TO ATL-SERVICE-DATE
               MOVE WS-SERVICE-SEQ  TO ATL-SERVICE-SEQ
               READ ATM-SERVICE-LOG
                   INVALID KEY
                       DISPLAY "No such service on file"
                   NOT INVALID KEY
                       PERFORM RESOLVE-THE-SERVICE
               END-READ
           END-IF.

       RESOLVE-THE-SERVICE.
           IF NOT ATL-BREAK-OPEN
               DISPLAY "Service is not an open break - status "
                   ATL-RECON-STATUS
           ELSE
               DISPLAY "EXPECTED " ATL-EXPECTED-AMOUNT
                   " COUNTED " ATL-RETURNED-AMOUNT
                   " DIFFERENCE " ATL-DIFFERENCE
               DISPLAY "RESOLVE THIS BREAK (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   SET ATL-BREAK-RESOLVED TO TRUE
                   MOVE WS-TS-DATE     TO ATL-RESOLVED-DATE
                   MOVE WS-OPERATOR-ID TO ATL-RESOLVED-BY
                   REWRITE ATM-LOAD-RECORD
                   CALL "FILERR" USING "ATMSERV " "ATMLOAD"
                       WS-ATMLOAD-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   DISPLAY "BREAK RESOLVED"
               ELSE
                   DISPLAY "BREAK LEFT OPEN"
               END-IF
           END-IF.

       LIST-THE-SERVICES.
           DISPLAY "SERVICES OF TERMINAL " WS-TERMINAL-ID
           DISPLAY "DATE     SEQ  COUNTED OUT    LOADED         "
               "DIFFERENCE     ST"
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE WS-TERMINAL-ID TO ATL-TERMINAL-ID
           MOVE 0              TO ATL-SERVICE-DATE
           MOVE 0              TO ATL-SERVICE-SEQ
           START ATM-SERVICE-LOG KEY IS NOT LESS THAN ATL-KEY
               INVALID KEY SET END-OF-SERVICE-LOG TO TRUE
           END-START
           PERFORM UNTIL END-OF-SERVICE-LOG
               READ ATM-SERVICE-LOG NEXT RECORD
                   AT END SET END-OF-SERVICE-LOG TO TRUE
                   NOT AT END
                       IF ATL-TERMINAL-ID NOT = WS-TERMINAL-ID
                           SET END-OF-SERVICE-LOG TO TRUE
                       ELSE
                           DISPLAY ATL-SERVICE-DATE " "
                               ATL-SERVICE-SEQ "  "
                               ATL-RETURNED-AMOUNT "  "
                               ATL-LOADED-AMOUNT "  "
                               ATL-DIFFERENCE "  "
                               ATL-RECON-STATUS
                       END-IF
               END-READ
           END-PERFORM.
