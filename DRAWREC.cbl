       PROGRAM-ID. DRAWREC.

      *****************************************************
      * End-of-day drawer reconciliation per operator. The   *
      * opening drawer is the cash issued to it from the      *
      * branch vault today less any returned during the day,   *
      * off the VAULTMOV log. Totals each operator's cash in    *
      * (the day's cash deposit intake, cross-checked against    *
      * the DENOMCNT breakdown where one was keyed, and drafts    *
      * sold for cash) and cash out (the day's withdrawals and     *
      * drafts refunded in cash), takes the operator's declared     *
      * closing drawer count, and reports overs and shorts by        *
      * operator and branch the same night instead of weeks later.    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY DEN-TRANS-SEQ
               FILE STATUS WS-DENOMCNT-STATUS.

           SELECT DRAFT-REGISTER ASSIGN TO "DRAFTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DFT-SERIAL
               FILE STATUS WS-DRAFTREG-STATUS.

           SELECT VAULT-MOVEMENTS ASSIGN TO "VAULTMOV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VMV-KEY
               FILE STATUS WS-VAULTMOV-STATUS.

           SELECT DECLARED-COUNTS ASSIGN TO "DRAWDECL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DRAWDECL-STATUS.
       FD  DENOMINATION-BREAKDOWN.
       COPY "DENOMCNT.cpy".

       FD  DRAFT-REGISTER.
       COPY "DRAFTREG.cpy".

       FD  VAULT-MOVEMENTS.
       COPY "VAULTMOV.cpy".

      * ONE DECLARED CLOSING COUNT PER OPERATOR, KEYED BY THE
      * BRANCH SUPERVISOR FROM THE PHYSICAL DRAWER COUNT SHEETS.
       FD  DECLARED-COUNTS.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-OPENING            PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-CASH-IN            PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 DRL-CASH-OUT           PIC 9(9)V99.
       01 WS-DLYDEPGD-STATUS  PIC XX.
       01 WS-DLYWTHDR-STATUS  PIC XX.
       01 WS-DENOMCNT-STATUS  PIC XX.
       01 WS-DRAFTREG-STATUS  PIC XX.
       01 WS-VAULTMOV-STATUS  PIC XX.
       01 WS-DRAWDECL-STATUS  PIC XX.
       01 WS-DRAWRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
             10 WSO-OPERATOR-ID     PIC X(8).
             10 WSO-BRANCH          PIC X(4).
             10 WSO-OPENING         PIC S9(9)V99.
             10 WSO-CASH-IN         PIC 9(9)V99.
             10 WSO-CASH-OUT        PIC 9(9)V99.
             10 WSO-DECLARED        PIC 9(9)V99.
             10 WSO-DECLARED-FLAG   PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM SCAN-CASH-DEPOSITS
           PERFORM SCAN-WITHDRAWALS
           PERFORM SCAN-DRAFT-REGISTER
           PERFORM SCAN-VAULT-MOVEMENTS
           PERFORM LOAD-DECLARED-COUNTS
           PERFORM WRITE-DRAWER-REPORT

                   END-IF
           END-EVALUATE.

      * AN OFFLINE VOUCHER KEYED BACK AFTER AN OUTAGE MOVED CASH ON
      * THE OUTAGE DAY, NOT THROUGH THE KEYING SUPERVISOR'S DRAWER
      * TODAY.
       TALLY-ONE-DEPOSIT.
           IF DTR-CASH-DEPOSIT AND DTR-OPERATOR-ID NOT = SPACES
              AND DTR-CHANNEL-CODE NOT = "OFL"
               MOVE DTR-OPERATOR-ID TO WS-WORK-OPERATOR
               MOVE DTR-ENTRY-BRANCH TO WS-WORK-BRANCH
               PERFORM FIND-OPERATOR-SLOT

       TALLY-ONE-WITHDRAWAL.
           IF WTR-OPERATOR-ID NOT = SPACES
              AND WTR-CHANNEL-CODE NOT = "OFL"
               MOVE WTR-OPERATOR-ID TO WS-WORK-OPERATOR
               MOVE WTR-ENTRY-BRANCH TO WS-WORK-BRANCH
               PERFORM FIND-OPERATOR-SLOT
               END-IF
           END-IF.

      * A DRAFT SOLD FOR CASH TODAY IS CASH IN FOR THE TELLER WHO
      * ISSUED IT; ONE REFUNDED IN CASH TODAY IS CASH OUT FOR THE
      * TELLER WHO CANCELLED IT - NEITHER PASSES THROUGH THE
      * DEPOSIT OR WITHDRAWAL FILES.
       SCAN-DRAFT-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DRAFT-REGISTER
           EVALUATE WS-DRAFTREG-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ DRAFT-REGISTER NEXT RECORD
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM TALLY-ONE-DRAFT
                       END-READ
                   END-PERFORM
                   CLOSE DRAFT-REGISTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   CALL "FILERR" USING "DRAWREC " "DRAFTREG"
               WS-DRAFTREG-STATUS
                       WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
           END-EVALUATE.

       TALLY-ONE-DRAFT.
           IF DFT-FOR-CASH AND DFT-ISSUE-DATE = WS-TS-DATE
               MOVE DFT-OPERATOR-ID  TO WS-WORK-OPERATOR
               MOVE DFT-ISSUE-BRANCH TO WS-WORK-BRANCH
               PERFORM FIND-OPERATOR-SLOT
               IF WS-OPER-SLOT > 0
                   ADD DFT-AMOUNT TO WSO-CASH-IN(WS-OPER-SLOT)
               END-IF
           END-IF
           IF DFT-CANCELLED AND DFT-REFUND-MODE = "C"
              AND DFT-STATUS-DATE = WS-TS-DATE
               MOVE DFT-CANCEL-OPERATOR TO WS-WORK-OPERATOR
               MOVE DFT-ISSUE-BRANCH    TO WS-WORK-BRANCH
               PERFORM FIND-OPERATOR-SLOT
               IF WS-OPER-SLOT > 0
                   ADD DFT-AMOUNT TO WSO-CASH-OUT(WS-OPER-SLOT)
               END-IF
           END-IF.

      * CASH ISSUED FROM THE VAULT TO A DRAWER TODAY OPENS IT; A
      * RETURN DURING THE DAY TAKES CASH BACK OUT. THE CLOSE-OF-DAY
      * RETURN FOLLOWS THE DECLARED COUNT, SO IT IS LEFT OUT.
       SCAN-VAULT-MOVEMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VAULT-MOVEMENTS
           EVALUATE WS-VAULTMOV-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ VAULT-MOVEMENTS NEXT RECORD
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM TALLY-ONE-VAULT-MOVEMENT
                       END-READ
                   END-PERFORM
                   CLOSE VAULT-MOVEMENTS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   CALL "FILERR" USING "DRAWREC " "VAULTMOV"
               WS-VAULTMOV-STATUS
                       WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
           END-EVALUATE.

       TALLY-ONE-VAULT-MOVEMENT.
           IF VMV-MOVE-DATE = WS-TS-DATE
              AND (VMV-TELLER-ISSUE OR VMV-TELLER-RETURN)
               MOVE VMV-TELLER-ID TO WS-WORK-OPERATOR
               MOVE VMV-BRANCH    TO WS-WORK-BRANCH
               PERFORM FIND-OPERATOR-SLOT
               IF WS-OPER-SLOT > 0
                   IF VMV-TELLER-ISSUE
                       ADD VMV-AMOUNT TO WSO-OPENING(WS-OPER-SLOT)
                   ELSE
                       SUBTRACT VMV-AMOUNT
                           FROM WSO-OPENING(WS-OPER-SLOT)
                   END-IF
               END-IF
           END-IF.

       LOAD-DECLARED-COUNTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DECLARED-COUNTS
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-WORK-OPERATOR TO WSO-OPERATOR-ID(WS-OPER-COUNT)
               MOVE WS-WORK-BRANCH   TO WSO-BRANCH(WS-OPER-COUNT)
               MOVE 0   TO WSO-OPENING(WS-OPER-COUNT)
               MOVE 0   TO WSO-CASH-IN(WS-OPER-COUNT)
               MOVE 0   TO WSO-CASH-OUT(WS-OPER-COUNT)
               MOVE 0   TO WSO-DECLARED(WS-OPER-COUNT)
               MOVE WS-OPER-COUNT TO WS-OPER-SLOT
           END-IF.

      * EXPECTED DRAWER = OPENING + CASH IN - CASH OUT. THE
      * DECLARED CLOSING COUNT SHOULD MATCH IT; ANY DIFFERENCE
      * IS AN OVER (+) OR SHORT (-) FOR THE OPERATOR.
       WRITE-DRAWER-REPORT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPER-COUNT
               MOVE WSO-OPERATOR-ID(I) TO DRL-OPERATOR-ID
               MOVE WSO-BRANCH(I)      TO DRL-BRANCH
               MOVE WSO-OPENING(I)     TO DRL-OPENING
               MOVE WSO-CASH-IN(I)     TO DRL-CASH-IN
               MOVE WSO-CASH-OUT(I)    TO DRL-CASH-OUT
               MOVE WSO-DECLARED(I)    TO DRL-DECLARED
               IF WSO-DECLARED-FLAG(I) = "Y"
                   COMPUTE DRL-OVER-SHORT = WSO-DECLARED(I)
                       - (WSO-OPENING(I) + WSO-CASH-IN(I)
                          - WSO-CASH-OUT(I))
                   IF DRL-OVER-SHORT = 0
                       MOVE "Balanced" TO DRL-MESSAGE
                   ELSE
