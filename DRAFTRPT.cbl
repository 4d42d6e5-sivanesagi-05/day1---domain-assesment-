       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTRPT.

      *****************************************************
      * Month-end outstanding drafts report. Lists every     *
      * demand draft and banker's cheque still unpaid on      *
      * DRAFTREG, flags those past their stale date for refund *
      * through DRAFTCAN (marking them stale so INCLEAR returns *
      * them if they turn up late), and reconciles the register  *
      * total to the DRAFTPAY balance on GLBAL for the processing *
      * month - the drafts-payable line finance could never tie    *
      * out.                                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-REGISTER ASSIGN TO "DRAFTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DFT-SERIAL
               FILE STATUS WS-DRAFTREG-STATUS.

           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GLB-KEY
               FILE STATUS WS-GLBAL-STATUS.

           SELECT OUTSTANDING-REPORT ASSIGN TO "DRAFTRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DRAFTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFT-REGISTER.
       COPY "DRAFTREG.cpy".

       FD  GL-BALANCES.
       COPY "GLBAL.cpy".

       FD  OUTSTANDING-REPORT.
       01 OUTSTANDING-LINE.
          05 DRL-SERIAL             PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-INSTRUMENT-TYPE    PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-ISSUE-BRANCH       PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-ISSUE-DATE         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-PAYEE-NAME         PIC X(30).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-STALE-DATE         PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-MESSAGE            PIC X(14).
      * THE CLOSING LINE: REGISTER TOTAL AGAINST THE GL LINE.
       01 RECONCILIATION-LINE.
          05 DRR-LABEL              PIC X(12).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRR-OUTSTANDING-COUNT  PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRR-REGISTER-TOTAL     PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRR-GL-BALANCE         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRR-DIFFERENCE         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRR-MESSAGE            PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-DRAFTREG-STATUS  PIC XX.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-DRAFTRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-DRAFTS    VALUE "Y".
       01 WS-GL-EOF-FLAG      PIC X      VALUE "N".
          88 END-OF-BALANCES  VALUE "Y".
       01 WS-OUTSTANDING-COUNT PIC 9(7)  VALUE 0.
       01 WS-STALE-COUNT      PIC 9(7)   VALUE 0.
       01 WS-REGISTER-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-GL-OUTSTANDING   PIC S9(13)V99 VALUE 0.
       01 WS-DIFFERENCE       PIC S9(13)V99 VALUE 0.
       01 WS-REPORT-PERIOD    PIC 9(6).
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
           MOVE WS-TS-MONTH TO WS-REPORT-PERIOD

           PERFORM OPEN-ALL-FILES

           PERFORM UNTIL END-OF-DRAFTS
               READ DRAFT-REGISTER NEXT RECORD
                   AT END SET END-OF-DRAFTS TO TRUE
                   NOT AT END
                       IF DFT-ISSUED OR DFT-STALE
                           PERFORM REPORT-ONE-DRAFT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SUM-DRAFTS-PAYABLE
           PERFORM WRITE-RECONCILIATION

           DISPLAY "OUTSTANDING DRAFTS REPORT COMPLETE - "
               WS-OUTSTANDING-COUNT " OUTSTANDING, "
               WS-STALE-COUNT " STALE"

           CLOSE DRAFT-REGISTER
           CLOSE OUTSTANDING-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O DRAFT-REGISTER
           IF WS-DRAFTREG-STATUS = "35"
               SET END-OF-DRAFTS TO TRUE
               OPEN OUTPUT DRAFT-REGISTER
               CLOSE DRAFT-REGISTER
               OPEN I-O DRAFT-REGISTER
           END-IF
           CALL "FILERR" USING "DRAFTRPT" "DRAFTREG" WS-DRAFTREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT OUTSTANDING-REPORT
           CALL "FILERR" USING "DRAFTRPT" "DRAFTRPT" WS-DRAFTRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * AN INSTRUMENT PAST ITS STALE DATE IS MARKED STALE ON THE
      * REGISTER - IT STAYS OUTSTANDING, AND ON THE GL LINE,
      * UNTIL THE PURCHASER IS REFUNDED THROUGH DRAFTCAN.
       REPORT-ONE-DRAFT.
           MOVE SPACES TO DRL-MESSAGE
           IF WS-TS-DATE > DFT-STALE-DATE
               IF DFT-ISSUED
                   SET DFT-STALE    TO TRUE
                   MOVE WS-TS-DATE  TO DFT-STATUS-DATE
                   REWRITE DRAFT-REGISTER-RECORD
                   CALL "FILERR" USING "DRAFTRPT" "DRAFTREG"
                       WS-DRAFTREG-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
               END-IF
               MOVE "STALE - REFUND" TO DRL-MESSAGE
               ADD 1 TO WS-STALE-COUNT
           END-IF

           MOVE DFT-SERIAL          TO DRL-SERIAL
           MOVE DFT-INSTRUMENT-TYPE TO DRL-INSTRUMENT-TYPE
           MOVE DFT-ISSUE-BRANCH    TO DRL-ISSUE-BRANCH
           MOVE DFT-ISSUE-DATE      TO DRL-ISSUE-DATE
           MOVE DFT-PAYEE-NAME      TO DRL-PAYEE-NAME
           MOVE DFT-AMOUNT          TO DRL-AMOUNT
           MOVE DFT-STALE-DATE      TO DRL-STALE-DATE
           WRITE OUTSTANDING-LINE

           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD DFT-AMOUNT TO WS-REGISTER-TOTAL.

      * DRAFTS PAYABLE IS A LIABILITY, SO WHAT THE GL SAYS IS
      * STILL OWED IS THE CREDIT SIDE OF THE DEBIT-POSITIVE NET
      * POSITION, SUMMED ACROSS EVERY BRANCH FOR THE MONTH.
       SUM-DRAFTS-PAYABLE.
           OPEN INPUT GL-BALANCES
           IF WS-GLBAL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DRAFTRPT" "GLBAL" WS-GLBAL-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "DRAFTPAY" TO GLB-GL-ACCOUNT
               MOVE LOW-VALUES TO GLB-BRANCH
               MOVE 0          TO GLB-PERIOD
               MOVE LOW-VALUES TO GLB-CURRENCY-CODE
               START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
                   INVALID KEY SET END-OF-BALANCES TO TRUE
               END-START
               PERFORM UNTIL END-OF-BALANCES
                   READ GL-BALANCES NEXT RECORD
                       AT END SET END-OF-BALANCES TO TRUE
                       NOT AT END
                           IF GLB-GL-ACCOUNT NOT = "DRAFTPAY"
                               SET END-OF-BALANCES TO TRUE
                           ELSE
                               IF GLB-PERIOD = WS-REPORT-PERIOD
                                   COMPUTE WS-GL-OUTSTANDING =
                                       WS-GL-OUTSTANDING
                                       + GLB-CREDIT-TOTAL
                                       - GLB-DEBIT-TOTAL
                                       - GLB-OPEN-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCES
           END-IF.

       WRITE-RECONCILIATION.
           COMPUTE WS-DIFFERENCE = WS-REGISTER-TOTAL - WS-GL-OUTSTANDING
           MOVE "TOTAL"              TO DRR-LABEL
           MOVE WS-OUTSTANDING-COUNT TO DRR-OUTSTANDING-COUNT
           MOVE WS-REGISTER-TOTAL    TO DRR-REGISTER-TOTAL
           MOVE WS-GL-OUTSTANDING    TO DRR-GL-BALANCE
           MOVE WS-DIFFERENCE        TO DRR-DIFFERENCE
           IF WS-DIFFERENCE = 0
               MOVE "Reconciled" TO DRR-MESSAGE
               DISPLAY "DRAFTS PAYABLE RECONCILES - "
                   WS-REGISTER-TOTAL
           ELSE
               MOVE "OUT - REVIEW" TO DRR-MESSAGE
               DISPLAY "*** DRAFTS PAYABLE OUT - REGISTER "
                   WS-REGISTER-TOTAL " GL " WS-GL-OUTSTANDING " ***"
           END-IF
           WRITE RECONCILIATION-LINE.
