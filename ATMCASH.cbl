       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCASH.

      *****************************************************
      * Nightly ATM cash position - takes the channel        *
      * intake's ATMDISP dispense extract and charges each    *
      * dispense to the cash cycle of the terminal that paid   *
      * it out, reconciles each custodian service left pending  *
      * (the notes counted out of the machine against what was   *
      * loaded less what the intake says was dispensed) and       *
      * raises a break on any difference, writes each active       *
      * terminal's cash position with a replenishment forecast      *
      * flagging machines likely to run dry before their next        *
      * scheduled visit, and reports the service breaks still open    *
      * with their age.                                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-DISPENSES ASSIGN TO "ATMDISP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMDISP-STATUS.

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

           SELECT POSITION-REPORT ASSIGN TO "ATMCSRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMCSRPT-STATUS.

           SELECT SERVICE-BREAKS-REPORT ASSIGN TO "ATMLBRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ATMLBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-DISPENSES.
       COPY "ATMDISP.cpy".

       FD  ATM-TERMINALS.
       COPY "ATMTERM.cpy".

       FD  ATM-SERVICE-LOG.
       COPY "ATMLOAD.cpy".

      * ONE LINE PER ACTIVE TERMINAL, BRANCH FIRST. THE DRY DATE
      * IS ZERO WHERE THE MACHINE HAS NO PAY-OUT RATE YET.
       FD  POSITION-REPORT.
       01 POSITION-REPORT-LINE.
          05 APL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-TERMINAL-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-LOADED             PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-DISPENSED          PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-REMAINING          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-DAILY-RATE         PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-DRY-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-NEXT-VISIT         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 APL-MESSAGE            PIC X(24).

       FD  SERVICE-BREAKS-REPORT.
       01 SERVICE-BREAK-LINE.
          05 SBL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-TERMINAL-ID        PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-SERVICE-DATE       PIC 9(8).
          05 FILLER                 PIC X(1)   VALUE "/".
          05 SBL-SERVICE-SEQ        PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-EXPECTED           PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-COUNTED            PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-DIFFERENCE         PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SBL-AGE-DAYS           PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-ATMDISP-STATUS   PIC XX.
       01 WS-ATMTERM-STATUS   PIC XX.
       01 WS-ATMLOAD-STATUS   PIC XX.
       01 WS-ATMCSRPT-STATUS  PIC XX.
       01 WS-ATMLBRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-DISPENSES VALUE "Y".
       01 WS-TERM-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-TERMINALS VALUE "Y".
       01 WS-LOG-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-SERVICE-LOG VALUE "Y".
       01 WS-SERVICE-FLAG     PIC X.
          88 WS-SERVICE-FOUND VALUE "Y".
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-REFUSE    PIC X.
          88 WS-RUN-REFUSED   VALUE "Y".
       01 WS-DISPENSE-COUNT   PIC 9(7)   VALUE 0.
       01 WS-LINES-WRITTEN    PIC 9(7)   VALUE 0.
       01 WS-LATE-COUNT       PIC 9(5)   VALUE 0.
       01 WS-UNKNOWN-COUNT    PIC 9(5)   VALUE 0.
       01 WS-MATCH-COUNT      PIC 9(5)   VALUE 0.
       01 WS-BREAK-COUNT      PIC 9(5)   VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5)   VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-LOAD-INTEGER     PIC 9(8).
       01 WS-DRY-INTEGER      PIC 9(8).
       01 WS-CYCLE-DAYS       PIC 9(5).
       01 WS-DAYS-LEFT        PIC 9(5).
       01 WS-REMAINING        PIC S9(11)V99.
       01 WS-DAILY-RATE       PIC 9(11)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

      * THE DISPENSES ADD TO THE CASH CYCLES, SO A SECOND RUN ON
      * THE SAME EXTRACT WOULD CHARGE THEM TWICE.
           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ATMCASH "
               WS-TS-DATE WS-DISPENSE-COUNT WS-LINES-WRITTEN
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "ATMCASH ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RUN REFUSED"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES

           PERFORM APPLY-THE-DISPENSES
           PERFORM RECONCILE-PENDING-SERVICES
           PERFORM REPORT-TERMINAL-POSITIONS
           PERFORM REPORT-OPEN-BREAKS

           DISPLAY "ATM CASH POSITION COMPLETE - DISPENSES "
               WS-DISPENSE-COUNT " MATCHED " WS-MATCH-COUNT
               " BREAKS " WS-BREAK-COUNT " OPEN " WS-OPEN-COUNT
               " FLAGGED " WS-FLAGGED-COUNT
           IF WS-LATE-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               DISPLAY "  DISPENSES AFTER RECONCILIATION "
                   WS-LATE-COUNT " ON UNKNOWN TERMINALS "
                   WS-UNKNOWN-COUNT
           END-IF

           CLOSE ATM-TERMINALS
           CLOSE ATM-SERVICE-LOG
           CLOSE POSITION-REPORT
           CLOSE SERVICE-BREAKS-REPORT

           MOVE "E" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "ATMCASH "
               WS-TS-DATE WS-DISPENSE-COUNT WS-LINES-WRITTEN
               WS-RUNCTL-REFUSE

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O ATM-TERMINALS
           IF WS-ATMTERM-STATUS = "35"
               OPEN OUTPUT ATM-TERMINALS
               CLOSE ATM-TERMINALS
               OPEN I-O ATM-TERMINALS
           END-IF
           CALL "FILERR" USING "ATMCASH " "ATMTERM"
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
           CALL "FILERR" USING "ATMCASH " "ATMLOAD"
               WS-ATMLOAD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT POSITION-REPORT
           CALL "FILERR" USING "ATMCASH " "ATMCSRPT"
               WS-ATMCSRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SERVICE-BREAKS-REPORT
           CALL "FILERR" USING "ATMCASH " "ATMLBRPT"
               WS-ATMLBRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * NO EXTRACT MEANS NO INTAKE RAN - THE POSITIONS ARE STILL
      * BROUGHT FORWARD AND THE FORECAST STILL WRITTEN.
       APPLY-THE-DISPENSES.
           OPEN INPUT ATM-DISPENSES
           EVALUATE WS-ATMDISP-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-DISPENSES
                       READ ATM-DISPENSES
                           AT END SET END-OF-DISPENSES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DISPENSE-COUNT
                               PERFORM APPLY-ONE-DISPENSE
                       END-READ
                   END-PERFORM
                   CLOSE ATM-DISPENSES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   CALL "FILERR" USING "ATMCASH " "ATMDISP"
                       WS-ATMDISP-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
           END-EVALUATE.

      * A DISPENSE CAPTURED SINCE THE LAST SERVICE COMES OUT OF
      * THE CASH NOW IN THE MACHINE; ONE CAPTURED BEFORE IT CAME
      * OUT OF THE CASH THAT SERVICE COUNTED.
       APPLY-ONE-DISPENSE.
           MOVE ADS-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATM-TERMINALS
               INVALID KEY
                   DISPLAY "Dispense on terminal " ADS-TERMINAL-ID
                       " not on the terminal master"
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   IF ATM-LOAD-DATE > 0
                      AND (ADS-TXN-DATE > ATM-LOAD-DATE
                       OR (ADS-TXN-DATE = ATM-LOAD-DATE
                           AND ADS-TXN-TIME NOT < ATM-LOAD-TIME))
                       ADD ADS-AMOUNT TO ATM-DISPENSED-AMOUNT
                       REWRITE ATM-TERMINAL-RECORD
                       CALL "FILERR" USING "ATMCASH " "ATMTERM"
                           WS-ATMTERM-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM CHARGE-EARLIER-SERVICE
                   END-IF
           END-READ.

      * THE FIRST SERVICE AFTER THE DISPENSE COUNTED THE CASH IT
      * CAME OUT OF. ONCE THAT COUNT IS RECONCILED THE ITEM CAN
      * ONLY BE REPORTED - THE BREAK ALREADY CARRIES IT.
       CHARGE-EARLIER-SERVICE.
           MOVE "N" TO WS-SERVICE-FLAG
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE ADS-TERMINAL-ID TO ATL-TERMINAL-ID
           MOVE ADS-TXN-DATE    TO ATL-SERVICE-DATE
           MOVE 0               TO ATL-SERVICE-SEQ
           START ATM-SERVICE-LOG KEY IS NOT LESS THAN ATL-KEY
               INVALID KEY SET END-OF-SERVICE-LOG TO TRUE
           END-START
           PERFORM UNTIL END-OF-SERVICE-LOG OR WS-SERVICE-FOUND
               READ ATM-SERVICE-LOG NEXT RECORD
                   AT END SET END-OF-SERVICE-LOG TO TRUE
                   NOT AT END
                       IF ATL-TERMINAL-ID NOT = ADS-TERMINAL-ID
                           SET END-OF-SERVICE-LOG TO TRUE
                       ELSE
                           IF ATL-SERVICE-DATE > ADS-TXN-DATE
                              OR ATL-SERVICE-TIME > ADS-TXN-TIME
                               SET WS-SERVICE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SERVICE-FOUND AND ATL-RECON-PENDING
               ADD ADS-AMOUNT TO ATL-DISPENSED
               REWRITE ATM-LOAD-RECORD
               CALL "FILERR" USING "ATMCASH " "ATMLOAD"
                   WS-ATMLOAD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Dispense of " ADS-AMOUNT " on "
                   ADS-TERMINAL-ID " at " ADS-TXN-DATE " "
                   ADS-TXN-TIME " has no open service to charge"
               ADD 1 TO WS-LATE-COUNT
           END-IF.

      * A SERVICE IS RECONCILED THE NIGHT AFTER ITS DAY, BY WHEN
      * THE INTAKE HAS BROUGHT IN EVERYTHING THE MACHINE PAID OUT
      * BEFORE THE CUSTODIANS OPENED IT.
       RECONCILE-PENDING-SERVICES.
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE LOW-VALUES TO ATL-KEY
           START ATM-SERVICE-LOG KEY IS NOT LESS THAN ATL-KEY
               INVALID KEY SET END-OF-SERVICE-LOG TO TRUE
           END-START
           PERFORM UNTIL END-OF-SERVICE-LOG
               READ ATM-SERVICE-LOG NEXT RECORD
                   AT END SET END-OF-SERVICE-LOG TO TRUE
                   NOT AT END
                       IF ATL-RECON-PENDING
                          AND ATL-SERVICE-DATE < WS-TS-DATE
                           PERFORM RECONCILE-ONE-SERVICE
                       END-IF
               END-READ
           END-PERFORM.

       RECONCILE-ONE-SERVICE.
           COMPUTE ATL-EXPECTED-AMOUNT =
               ATL-PRIOR-LOADED - ATL-DISPENSED
           COMPUTE ATL-DIFFERENCE =
               ATL-RETURNED-AMOUNT - ATL-EXPECTED-AMOUNT
           MOVE WS-TS-DATE TO ATL-RECON-DATE
           IF ATL-DIFFERENCE = 0
               SET ATL-RECON-MATCHED TO TRUE
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               SET ATL-BREAK-OPEN TO TRUE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "ATM CASH BREAK " ATL-TERMINAL-ID " SERVICE "
                   ATL-SERVICE-DATE "/" ATL-SERVICE-SEQ
                   " DIFFERENCE " ATL-DIFFERENCE
           END-IF
           REWRITE ATM-LOAD-RECORD
           CALL "FILERR" USING "ATMCASH " "ATMLOAD"
               WS-ATMLOAD-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REPORT-TERMINAL-POSITIONS.
           MOVE "N" TO WS-TERM-EOF-FLAG
           MOVE LOW-VALUES TO ATM-TERMINAL-ID
           START ATM-TERMINALS KEY IS NOT LESS THAN ATM-TERMINAL-ID
               INVALID KEY SET END-OF-TERMINALS TO TRUE
           END-START
           PERFORM UNTIL END-OF-TERMINALS
               READ ATM-TERMINALS NEXT RECORD
                   AT END SET END-OF-TERMINALS TO TRUE
                   NOT AT END
                       IF ATM-TERMINAL-ACTIVE
                           PERFORM FORECAST-ONE-TERMINAL
                       END-IF
               END-READ
           END-PERFORM.

      * THE PAY-OUT RATE IS THE CURRENT CYCLE'S OWN AVERAGE ONCE
      * IT HAS RUN A FULL DAY, OTHERWISE THE LAST CYCLE'S. THE
      * MACHINE RUNS DRY WHEN THE CASH LEFT IS USED UP AT THAT
      * RATE - FLAGGED WHEN THAT FALLS BEFORE THE NEXT VISIT.
       FORECAST-ONE-TERMINAL.
           COMPUTE WS-REMAINING =
               ATM-LOADED-AMOUNT - ATM-DISPENSED-AMOUNT
           MOVE ATM-PRIOR-DAILY-RATE TO WS-DAILY-RATE
           MOVE 0 TO WS-CYCLE-DAYS
           IF ATM-LOAD-DATE > 0
               COMPUTE WS-LOAD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ATM-LOAD-DATE)
               COMPUTE WS-CYCLE-DAYS =
                   WS-TODAY-INTEGER - WS-LOAD-INTEGER
           END-IF
           IF WS-CYCLE-DAYS > 0 AND ATM-DISPENSED-AMOUNT > 0
               COMPUTE WS-DAILY-RATE ROUNDED =
                   ATM-DISPENSED-AMOUNT / WS-CYCLE-DAYS
           END-IF
           IF WS-DAILY-RATE = 0 AND ATM-DISPENSED-AMOUNT > 0
               MOVE ATM-DISPENSED-AMOUNT TO WS-DAILY-RATE
           END-IF

           MOVE 0 TO APL-DRY-DATE
           IF WS-DAILY-RATE > 0 AND WS-REMAINING > 0
               DIVIDE WS-REMAINING BY WS-DAILY-RATE
                   GIVING WS-DAYS-LEFT
                   ON SIZE ERROR MOVE 3650 TO WS-DAYS-LEFT
               END-DIVIDE
               IF WS-DAYS-LEFT > 3650
                   MOVE 3650 TO WS-DAYS-LEFT
               END-IF
               COMPUTE WS-DRY-INTEGER =
                   WS-TODAY-INTEGER + WS-DAYS-LEFT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DRY-INTEGER)
                   TO APL-DRY-DATE
           END-IF

           MOVE ATM-BRANCH           TO APL-BRANCH
           MOVE ATM-TERMINAL-ID      TO APL-TERMINAL-ID
           MOVE ATM-LOADED-AMOUNT    TO APL-LOADED
           MOVE ATM-DISPENSED-AMOUNT TO APL-DISPENSED
           MOVE WS-REMAINING         TO APL-REMAINING
           MOVE WS-DAILY-RATE        TO APL-DAILY-RATE
           MOVE ATM-NEXT-VISIT-DATE  TO APL-NEXT-VISIT
           EVALUATE TRUE
               WHEN ATM-LOADED-AMOUNT = 0
                   MOVE "EMPTY - NOT LOADED" TO APL-MESSAGE
               WHEN WS-REMAINING NOT > 0
                   MOVE "CASH OUT" TO APL-MESSAGE
               WHEN ATM-NEXT-VISIT-DATE = 0
                   MOVE "NO VISIT SCHEDULED" TO APL-MESSAGE
               WHEN APL-DRY-DATE > 0
                AND APL-DRY-DATE < ATM-NEXT-VISIT-DATE
                   MOVE "RUNS DRY BEFORE VISIT" TO APL-MESSAGE
               WHEN OTHER
                   MOVE "Within forecast" TO APL-MESSAGE
           END-EVALUATE
           IF APL-MESSAGE NOT = "Within forecast"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE POSITION-REPORT-LINE
           ADD 1 TO WS-LINES-WRITTEN

           MOVE WS-TS-DATE TO ATM-POSITION-DATE
           REWRITE ATM-TERMINAL-RECORD
           CALL "FILERR" USING "ATMCASH " "ATMTERM"
               WS-ATMTERM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REPORT-OPEN-BREAKS.
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE LOW-VALUES TO ATL-KEY
           START ATM-SERVICE-LOG KEY IS NOT LESS THAN ATL-KEY
               INVALID KEY SET END-OF-SERVICE-LOG TO TRUE
           END-START
           PERFORM UNTIL END-OF-SERVICE-LOG
               READ ATM-SERVICE-LOG NEXT RECORD
                   AT END SET END-OF-SERVICE-LOG TO TRUE
                   NOT AT END
                       IF ATL-BREAK-OPEN
                           PERFORM WRITE-BREAK-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-BREAK-LINE.
           MOVE ATL-BRANCH          TO SBL-BRANCH
           MOVE ATL-TERMINAL-ID     TO SBL-TERMINAL-ID
           MOVE ATL-SERVICE-DATE    TO SBL-SERVICE-DATE
           MOVE ATL-SERVICE-SEQ     TO SBL-SERVICE-SEQ
           MOVE ATL-EXPECTED-AMOUNT TO SBL-EXPECTED
           MOVE ATL-RETURNED-AMOUNT TO SBL-COUNTED
           MOVE ATL-DIFFERENCE      TO SBL-DIFFERENCE
           COMPUTE SBL-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(ATL-SERVICE-DATE)
           WRITE SERVICE-BREAK-LINE
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-LINES-WRITTEN.
