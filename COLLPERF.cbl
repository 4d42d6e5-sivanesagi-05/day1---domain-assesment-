       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPERF.

      *****************************************************
      * Month-end collector performance report. For each     *
      * collector: the promises to pay judged kept and broken *
      * this month and the kept rate, the repayments taken on  *
      * their queued loans this month, and the cure rate - the  *
      * loans that cured off their queue this month against      *
      * those cured plus those still being worked. The promise    *
      * and recovery figures come from the PTPLOG lines PTPCHK     *
      * wrote, the cure figures from COLLQ. Loans with no collector *
      * set up show under UNASSIGN, and a total line closes the      *
      * report.                                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-LOG ASSIGN TO "PTPLOG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PTPLOG-STATUS.

           SELECT COLLECTION-QUEUE ASSIGN TO "COLLQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CLQ-CUSTOMER-ID
               FILE STATUS WS-COLLQ-STATUS.

           SELECT PERFORMANCE-REPORT ASSIGN TO "COLLPERF.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-COLLPERF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-LOG.
       COPY "PTPLOG.cpy".

       FD  COLLECTION-QUEUE.
       COPY "COLLQ.cpy".

       FD  PERFORMANCE-REPORT.
       01 PERFORMANCE-DETAIL-LINE.
          05 CPD-COLLECTOR-ID       PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-KEPT               PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-BROKEN             PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-KEPT-PCT           PIC 9(3)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-RECOVERED          PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-CURED              PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-STILL-ACTIVE       PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CPD-CURE-PCT           PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-PTPLOG-STATUS    PIC XX.
       01 WS-COLLQ-STATUS     PIC XX.
       01 WS-COLLPERF-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-THIS-MONTH       PIC 9(6).
       01 WS-COLLECTOR-KEY    PIC X(8).
       01 WS-SLOT             PIC 9(3).
       01 I                   PIC 9(3).
       01 WS-COLLECTOR-COUNT  PIC 9(3)   VALUE 0.
       01 WS-COLLECTOR-TABLE.
          05 WS-COLLECTOR-ENTRY OCCURS 200 TIMES.
             10 WSC-COLLECTOR-ID    PIC X(8).
             10 WSC-KEPT            PIC 9(5).
             10 WSC-BROKEN          PIC 9(5).
             10 WSC-RECOVERED       PIC 9(11)V99.
             10 WSC-CURED           PIC 9(5).
             10 WSC-STILL-ACTIVE    PIC 9(5).
       01 WS-TOT-KEPT         PIC 9(5)   VALUE 0.
       01 WS-TOT-BROKEN       PIC 9(5)   VALUE 0.
       01 WS-TOT-RECOVERED    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CURED        PIC 9(5)   VALUE 0.
       01 WS-TOT-STILL-ACTIVE PIC 9(5)   VALUE 0.
       01 WS-JUDGED           PIC 9(6).
       01 WS-WORKED           PIC 9(6).
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
           MOVE WS-TS-MONTH TO WS-THIS-MONTH

           PERFORM OPEN-ALL-FILES

           IF WS-PTPLOG-STATUS NOT = "35"
               PERFORM UNTIL END-OF-FILE
                   READ PROMISE-LOG
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PTL-LOG-DATE(1:6) = WS-THIS-MONTH
                               PERFORM COUNT-ONE-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ COLLECTION-QUEUE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-QUEUE-ROW
               END-READ
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COLLECTOR-COUNT
               PERFORM WRITE-COLLECTOR-LINE
           END-PERFORM
           PERFORM WRITE-TOTAL-LINE

           DISPLAY "COLLECTOR PERFORMANCE REPORT COMPLETE - "
               WS-COLLECTOR-COUNT " COLLECTOR(S), " WS-TOT-KEPT
               " KEPT, " WS-TOT-BROKEN " BROKEN, " WS-TOT-CURED
               " CURED"

           IF WS-PTPLOG-STATUS NOT = "35"
               CLOSE PROMISE-LOG
           END-IF
           CLOSE COLLECTION-QUEUE
           CLOSE PERFORMANCE-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT PROMISE-LOG
           IF WS-PTPLOG-STATUS NOT = "35"
               CALL "FILERR" USING "COLLPERF" "PTPLOG" WS-PTPLOG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT COLLECTION-QUEUE
           IF WS-COLLQ-STATUS = "35"
               DISPLAY "NO COLLECTIONS QUEUE - NOTHING TO REPORT"
               STOP RUN
           END-IF
           CALL "FILERR" USING "COLLPERF" "COLLQ" WS-COLLQ-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT PERFORMANCE-REPORT
           CALL "FILERR" USING "COLLPERF" "COLLPERF" WS-COLLPERF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A BROKEN PROMISE COUNTS AGAINST THE COLLECTOR WHO TOOK
      * IT, NOT THE ONE IT ESCALATED TO.
       COUNT-ONE-LOG-LINE.
           MOVE PTL-COLLECTOR-ID TO WS-COLLECTOR-KEY
           PERFORM FIND-COLLECTOR-SLOT
           IF WS-SLOT > 0
               EVALUATE TRUE
                   WHEN PTL-PAYMENT
                       ADD PTL-PAID-AMT TO WSC-RECOVERED(WS-SLOT)
                   WHEN PTL-KEPT
                       ADD 1 TO WSC-KEPT(WS-SLOT)
                   WHEN PTL-BROKEN
                       ADD 1 TO WSC-BROKEN(WS-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * ROWS CURED IN AN EARLIER MONTH ARE HISTORY AND LEFT OUT.
       COUNT-ONE-QUEUE-ROW.
           IF CLQ-ACTIVE
              OR CLQ-CURED-DATE(1:6) = WS-THIS-MONTH
               MOVE CLQ-COLLECTOR-ID TO WS-COLLECTOR-KEY
               PERFORM FIND-COLLECTOR-SLOT
               IF WS-SLOT > 0
                   IF CLQ-ACTIVE
                       ADD 1 TO WSC-STILL-ACTIVE(WS-SLOT)
                   ELSE
                       ADD 1 TO WSC-CURED(WS-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-COLLECTOR-SLOT.
           IF WS-COLLECTOR-KEY = SPACES
               MOVE "UNASSIGN" TO WS-COLLECTOR-KEY
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-COLLECTOR-COUNT
               IF WSC-COLLECTOR-ID(I) = WS-COLLECTOR-KEY
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-COLLECTOR-COUNT < 200
                   ADD 1 TO WS-COLLECTOR-COUNT
                   MOVE WS-COLLECTOR-COUNT TO WS-SLOT
                   MOVE WS-COLLECTOR-KEY TO WSC-COLLECTOR-ID(WS-SLOT)
                   MOVE 0 TO WSC-KEPT(WS-SLOT)
                   MOVE 0 TO WSC-BROKEN(WS-SLOT)
                   MOVE 0 TO WSC-RECOVERED(WS-SLOT)
                   MOVE 0 TO WSC-CURED(WS-SLOT)
                   MOVE 0 TO WSC-STILL-ACTIVE(WS-SLOT)
               ELSE
                   DISPLAY "COLLECTOR TABLE FULL - " WS-COLLECTOR-KEY
                       " NOT REPORTED"
               END-IF
           END-IF.

       WRITE-COLLECTOR-LINE.
           MOVE WSC-COLLECTOR-ID(I) TO CPD-COLLECTOR-ID
           MOVE WSC-KEPT(I)         TO CPD-KEPT
           MOVE WSC-BROKEN(I)       TO CPD-BROKEN
           MOVE WSC-RECOVERED(I)    TO CPD-RECOVERED
           MOVE WSC-CURED(I)        TO CPD-CURED
           MOVE WSC-STILL-ACTIVE(I) TO CPD-STILL-ACTIVE
           COMPUTE WS-JUDGED = WSC-KEPT(I) + WSC-BROKEN(I)
           COMPUTE WS-WORKED = WSC-CURED(I) + WSC-STILL-ACTIVE(I)
           PERFORM COMPUTE-THE-RATES
           WRITE PERFORMANCE-DETAIL-LINE

           ADD WSC-KEPT(I)         TO WS-TOT-KEPT
           ADD WSC-BROKEN(I)       TO WS-TOT-BROKEN
           ADD WSC-RECOVERED(I)    TO WS-TOT-RECOVERED
           ADD WSC-CURED(I)        TO WS-TOT-CURED
           ADD WSC-STILL-ACTIVE(I) TO WS-TOT-STILL-ACTIVE.

       WRITE-TOTAL-LINE.
           MOVE "TOTAL"             TO CPD-COLLECTOR-ID
           MOVE WS-TOT-KEPT         TO CPD-KEPT
           MOVE WS-TOT-BROKEN       TO CPD-BROKEN
           MOVE WS-TOT-RECOVERED    TO CPD-RECOVERED
           MOVE WS-TOT-CURED        TO CPD-CURED
           MOVE WS-TOT-STILL-ACTIVE TO CPD-STILL-ACTIVE
           COMPUTE WS-JUDGED = WS-TOT-KEPT + WS-TOT-BROKEN
           COMPUTE WS-WORKED = WS-TOT-CURED + WS-TOT-STILL-ACTIVE
           PERFORM COMPUTE-THE-RATES
           WRITE PERFORMANCE-DETAIL-LINE.

       COMPUTE-THE-RATES.
           IF WS-JUDGED > 0
               COMPUTE CPD-KEPT-PCT ROUNDED =
                   CPD-KEPT * 100 / WS-JUDGED
           ELSE
               MOVE 0 TO CPD-KEPT-PCT
           END-IF
           IF WS-WORKED > 0
               COMPUTE CPD-CURE-PCT ROUNDED =
                   CPD-CURED * 100 / WS-WORKED
           ELSE
               MOVE 0 TO CPD-CURE-PCT
           END-IF.
