       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP.

      *****************************************************
      * Missed-processing-day catch-up driver. A business    *
      * date on BIZCAL with no completed run of any kind on   *
      * RUNCTL is a night the schedule never ran, and          *
      * everything driven off the processing date silently      *
      * skipped it. For each such date, oldest first, the driver *
      * sets the processing date and runs the date-sensitive      *
      * programs in NIGHTBAT order - EXCEPTRPT, STORDRUN, TDMATUR, *
      * LNINTACC, EODSNAP, INTACCR, ODINTACC - stopping at the      *
      * first failure. Every step is logged to CATCHUP.DAT with its  *
      * date and outcome, and the processing date in force before the *
      * run is put back at the end.                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BIZCAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BCL-DATE
               FILE STATUS WS-BIZCAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCL-KEY
               FILE STATUS WS-RUNCTL-STATUS.

           SELECT PROCESS-DATE-CONTROL ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PROCDATE-STATUS.

           SELECT CATCHUP-REPORT ASSIGN TO "CATCHUP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CATCHUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR.
       COPY "BIZCAL.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "RUNCTL.cpy".

       FD  PROCESS-DATE-CONTROL.
       01 PROCESS-DATE-RECORD.
          05 PDC-PROCESSING-DATE    PIC 9(8).
          05 PDC-CUTOFF-TIME        PIC 9(4).

       FD  CATCHUP-REPORT.
       01 CATCHUP-REPORT-LINE.
          05 CUR-PROC-DATE          PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CUR-PROGRAM            PIC X(9).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CUR-RETURN-CODE        PIC 9(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 CUR-MESSAGE            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BIZCAL-STATUS    PIC XX.
       01 WS-RUNCTL-STATUS    PIC XX.
       01 WS-PROCDATE-STATUS  PIC XX.
       01 WS-CATCHUP-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-RUNCTL    VALUE "Y".
       01 WS-FAILED-FLAG      PIC X      VALUE "N".
          88 WS-CATCHUP-FAILED VALUE "Y".
       01 WS-STEP-FLAG        PIC X.
          88 WS-STEP-ALREADY-RUN VALUE "Y".
      * THE PROCESSING DATE AND CUTOFF IN FORCE WHEN THE DRIVER
      * STARTED - PUT BACK WHEN IT FINISHES.
       01 WS-SAVED-FLAG       PIC X      VALUE "N".
          88 WS-PROCDATE-SAVED VALUE "Y".
       01 WS-SAVED-DATE       PIC 9(8).
       01 WS-SAVED-CUTOFF     PIC 9(4)   VALUE 1500.
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-MAX-DATES        PIC 9(2)   VALUE 5.
       01 WS-LOOKBACK-DAYS    PIC 9(2)   VALUE 14.
       01 WS-FIRST-INTEGER    PIC 9(8).
       01 WS-LAST-INTEGER     PIC 9(8).
       01 WS-WINDOW-DAYS      PIC S9(8).
       01 WS-SUB              PIC 9(3).
      * ONE SLOT PER CALENDAR DAY IN THE WINDOW, FLAGGED WHEN
      * RUNCTL SHOWS ANY COMPLETED RUN FOR THE DATE.
       01 WS-DATE-TABLE.
          05 WS-DATE-ENTRY OCCURS 60 TIMES.
             10 WSD-DATE         PIC 9(8).
             10 WSD-RUN-FLAG     PIC X.
                88 WSD-HAD-RUN   VALUE "Y".
       01 WS-STEP-PROGRAM     PIC X(9).
       01 WS-STEP-RUNCTL      PIC X(8).
       01 WS-STEP-RC          PIC S9(4).
       01 WS-PASS-DATE        PIC 9(8).
       01 WS-CAUGHT-UP-COUNT  PIC 9(3)   VALUE 0.
       01 WS-LEFT-COUNT       PIC 9(3)   VALUE 0.
       01 WS-STEPS-RUN        PIC 9(5)   VALUE 0.
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-REFUSE    PIC X.
          88 WS-RUN-REFUSED   VALUE "Y".
       01 WS-RUNCTL-IN        PIC 9(7)   VALUE 0.
       01 WS-RUNCTL-OUT       PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER CATCH-UP FROM DATE (0 = 14 DAYS BACK): ".
           ACCEPT WS-FROM-DATE.

           DISPLAY "ENTER MAXIMUM DATES THIS RUN (0 = DEFAULT 5): ".
           ACCEPT WS-MAX-DATES.
           IF WS-MAX-DATES = 0
               MOVE 5 TO WS-MAX-DATES
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM BUILD-THE-WINDOW
           PERFORM SAVE-PROCESSING-DATE
           PERFORM MARK-DATES-THAT-RAN

           OPEN INPUT BUSINESS-CALENDAR
           IF WS-BIZCAL-STATUS = "35"
               DISPLAY "NO BUSINESS CALENDAR - CANNOT TELL A MISSED"
                   " DAY FROM A HOLIDAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "FILERR" USING "CATCHUP " "BIZCAL" WS-BIZCAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT CATCHUP-REPORT
           CALL "FILERR" USING "CATCHUP " "CATCHUP" WS-CATCHUP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WINDOW-DAYS
                      OR WS-CATCHUP-FAILED
               IF NOT WSD-HAD-RUN(WS-SUB)
                   PERFORM CHECK-MISSED-DATE
               END-IF
           END-PERFORM

           PERFORM RESTORE-PROCESSING-DATE

           DISPLAY "CATCH-UP COMPLETE - " WS-CAUGHT-UP-COUNT
               " DATE(S) CAUGHT UP, " WS-STEPS-RUN " STEP(S) RUN"
           IF WS-CATCHUP-FAILED
               DISPLAY "CATCH-UP STOPPED AT " WS-STEP-PROGRAM
                   " FOR " WS-PASS-DATE " - SEE CATCHUP REPORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LEFT-COUNT > 0
                   DISPLAY WS-LEFT-COUNT " MISSED DATE(S) REMAIN"
                       " - RERUN THE CATCH-UP"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE BUSINESS-CALENDAR
           CLOSE CATCHUP-REPORT

           STOP RUN.

      * THE WINDOW RUNS FROM THE FROM-DATE TO THE DAY BEFORE THE
      * CURRENT PROCESSING DATE - TONIGHT BELONGS TO NIGHTBAT.
       BUILD-THE-WINDOW.
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - 1
           IF WS-FROM-DATE = 0
               COMPUTE WS-FIRST-INTEGER =
                   WS-LAST-INTEGER - WS-LOOKBACK-DAYS + 1
           ELSE
               COMPUTE WS-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           END-IF
           COMPUTE WS-WINDOW-DAYS =
               WS-LAST-INTEGER - WS-FIRST-INTEGER + 1
           IF WS-WINDOW-DAYS < 1
               DISPLAY "FROM DATE IS NOT BEFORE THE PROCESSING DATE"
                   " - NOTHING TO CATCH UP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WINDOW-DAYS > 60
               DISPLAY "CATCH-UP WINDOW EXCEEDS 60 DAYS - ENTER A"
                   " LATER FROM DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WINDOW-DAYS
               COMPUTE WSD-DATE(WS-SUB) = FUNCTION DATE-OF-INTEGER(
                   WS-FIRST-INTEGER + WS-SUB - 1)
               MOVE "N" TO WSD-RUN-FLAG(WS-SUB)
           END-PERFORM.

       SAVE-PROCESSING-DATE.
           OPEN INPUT PROCESS-DATE-CONTROL
           IF WS-PROCDATE-STATUS = "00"
               READ PROCESS-DATE-CONTROL
                   AT END CONTINUE
               END-READ
               IF WS-PROCDATE-STATUS = "00"
                   SET WS-PROCDATE-SAVED TO TRUE
                   MOVE PDC-PROCESSING-DATE TO WS-SAVED-DATE
                   MOVE PDC-CUTOFF-TIME     TO WS-SAVED-CUTOFF
               END-IF
               CLOSE PROCESS-DATE-CONTROL
           END-IF.

      * ANY COMPLETED RUN-CONTROL ENTRY FOR A DATE MEANS THE
      * SCHEDULE RAN THAT NIGHT.
       MARK-DATES-THAT-RAN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CATCHUP " "RUNCTL"
                   WS-RUNCTL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM READ-RUNCTL-RECORD
               PERFORM UNTIL END-OF-RUNCTL
                   IF RCL-RUN-COMPLETE
                       PERFORM MARK-ONE-DATE
                   END-IF
                   PERFORM READ-RUNCTL-RECORD
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-RUNCTL-RECORD.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END SET END-OF-RUNCTL TO TRUE
           END-READ.

       MARK-ONE-DATE.
           IF RCL-PROC-DATE >= WSD-DATE(1)
              AND RCL-PROC-DATE <= WSD-DATE(WS-WINDOW-DAYS)
               COMPUTE WS-SUB =
                   FUNCTION INTEGER-OF-DATE(RCL-PROC-DATE)
                   - WS-FIRST-INTEGER + 1
               SET WSD-HAD-RUN(WS-SUB) TO TRUE
           END-IF.

      * A DATE NOT ON THE CALENDAR, OR FLAGGED WEEKEND OR
      * HOLIDAY, WAS NEVER MEANT TO RUN.
       CHECK-MISSED-DATE.
           MOVE WSD-DATE(WS-SUB) TO BCL-DATE
           READ BUSINESS-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BCL-BUSINESS-DAY
                       IF WS-CAUGHT-UP-COUNT < WS-MAX-DATES
                           PERFORM CATCH-UP-ONE-DATE
                       ELSE
                           ADD 1 TO WS-LEFT-COUNT
                       END-IF
                   END-IF
           END-READ.

       CATCH-UP-ONE-DATE.
           MOVE WSD-DATE(WS-SUB) TO WS-PASS-DATE
           PERFORM SET-PASS-DATE
           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "CATCHUP "
               WS-PASS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE

           MOVE "EXCEPTRPT" TO WS-STEP-PROGRAM
           MOVE "EXCEPTRP"  TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "STORDRUN"  TO WS-STEP-PROGRAM
           MOVE "STORDRUN"  TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "TDMATUR"   TO WS-STEP-PROGRAM
           MOVE "TDMATUR"   TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "LNINTACC"  TO WS-STEP-PROGRAM
           MOVE "LNINTACC"  TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "EODSNAP"   TO WS-STEP-PROGRAM
           MOVE "EODSNAP"   TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "INTACCR"   TO WS-STEP-PROGRAM
           MOVE "INTACCR"   TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP
           MOVE "ODINTACC"  TO WS-STEP-PROGRAM
           MOVE "ODINTACC"  TO WS-STEP-RUNCTL
           PERFORM RUN-ONE-STEP

           IF NOT WS-CATCHUP-FAILED
               MOVE "E" TO WS-RUNCTL-MODE
               CALL "RUNCTL" USING WS-RUNCTL-MODE "CATCHUP "
                   WS-PASS-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
                   WS-RUNCTL-REFUSE
               ADD 1 TO WS-CAUGHT-UP-COUNT
               MOVE "CATCHUP"   TO WS-STEP-PROGRAM
               MOVE 0           TO WS-STEP-RC
               MOVE "Date caught up" TO CUR-MESSAGE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SET-PASS-DATE.
           OPEN OUTPUT PROCESS-DATE-CONTROL
           CALL "FILERR" USING "CATCHUP " "PROCDATE" WS-PROCDATE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-PASS-DATE    TO PDC-PROCESSING-DATE
           MOVE WS-SAVED-CUTOFF TO PDC-CUTOFF-TIME
           WRITE PROCESS-DATE-RECORD
           CLOSE PROCESS-DATE-CONTROL.

      * A PROGRAM THAT REGISTERS WITH RUN CONTROL AND ALREADY
      * COMPLETED FOR THE DATE WOULD REFUSE ITSELF AND END THE
      * RUN - IT IS SKIPPED HERE INSTEAD. EACH PROGRAM IS
      * CANCELLED AFTER ITS CALL SO THE NEXT DATE STARTS IT WITH
      * FRESH WORKING STORAGE.
       RUN-ONE-STEP.
           IF WS-CATCHUP-FAILED
               CONTINUE
           ELSE
               PERFORM CHECK-STEP-ALREADY-RUN
               IF WS-STEP-ALREADY-RUN
                   MOVE 0 TO WS-STEP-RC
                   MOVE "Already complete - skipped" TO CUR-MESSAGE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   CALL WS-STEP-PROGRAM
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL WS-STEP-PROGRAM
                   ADD 1 TO WS-STEPS-RUN
                   IF WS-STEP-RC > 4
                       SET WS-CATCHUP-FAILED TO TRUE
                       MOVE "Failed - catch-up stopped"
                           TO CUR-MESSAGE
                   ELSE
                       MOVE "Completed" TO CUR-MESSAGE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-STEP-ALREADY-RUN.
           MOVE "N" TO WS-STEP-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE WS-STEP-RUNCTL TO RCL-PROGRAM
               MOVE WS-PASS-DATE   TO RCL-PROC-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCL-RUN-COMPLETE
                           SET WS-STEP-ALREADY-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PASS-DATE    TO CUR-PROC-DATE
           MOVE WS-STEP-PROGRAM TO CUR-PROGRAM
           MOVE WS-STEP-RC      TO CUR-RETURN-CODE
           WRITE CATCHUP-REPORT-LINE
           CALL "FILERR" USING "CATCHUP " "CATCHUP" WS-CATCHUP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * NO CONTROL RECORD BEFORE THE RUN MEANS THE PROGRAMS WERE
      * ON THE MACHINE DATE - AN EMPTY CONTROL FILE PUTS THEM
      * BACK THERE.
       RESTORE-PROCESSING-DATE.
           OPEN OUTPUT PROCESS-DATE-CONTROL
           CALL "FILERR" USING "CATCHUP " "PROCDATE" WS-PROCDATE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           IF WS-PROCDATE-SAVED
               MOVE WS-SAVED-DATE   TO PDC-PROCESSING-DATE
               MOVE WS-SAVED-CUTOFF TO PDC-CUTOFF-TIME
               WRITE PROCESS-DATE-RECORD
           END-IF
           CLOSE PROCESS-DATE-CONTROL.
