       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTEOD.

      *****************************************************
      * Nightly branch vault close. The cash exchange with   *
      * the currency chest comes in from the BRSETTL          *
      * settlement - a branch that owes the pool remits its    *
      * net to the chest out of the vault, one owed by the pool *
      * receives it in - and is posted to the vault and the      *
      * VAULTMOV log once a day. Each vault is then closed:       *
      * opening, teller issues and returns, chest movements,       *
      * recount differences and closing print on VAULTRPT with any  *
      * breach of the branch's retention or insurance limit, and the *
      * closing figure is kept on VAULTPOS for CASHFCST's morning     *
      * cash call.                                                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-REPORT ASSIGN TO "BRSETTL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BRSETTL-STATUS.

           SELECT VAULT-POSITIONS ASSIGN TO "VAULTPOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VLT-BRANCH
               FILE STATUS WS-VAULTPOS-STATUS.

           SELECT VAULT-MOVEMENTS ASSIGN TO "VAULTMOV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VMV-KEY
               FILE STATUS WS-VAULTMOV-STATUS.

           SELECT VAULT-REPORT ASSIGN TO "VAULTRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-VAULTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-REPORT.
       01 SETTLEMENT-LINE.
          05 STL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2).
          05 STL-TAKEN-FOR-OTHERS   PIC 9(11)V99.
          05 FILLER                 PIC X(2).
          05 STL-PAID-FOR-OTHERS    PIC 9(11)V99.
          05 FILLER                 PIC X(2).
          05 STL-NET-POSITION       PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.

       FD  VAULT-POSITIONS.
       COPY "VAULTPOS.cpy".

       FD  VAULT-MOVEMENTS.
       COPY "VAULTMOV.cpy".

       FD  VAULT-REPORT.
       01 VAULT-REPORT-LINE.
          05 VRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-OPENING            PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-ISSUED             PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-RETURNED           PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-CHEST-IN           PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-CHEST-OUT          PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-RECOUNT-DIFF       PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-CLOSING            PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 VRL-MESSAGE            PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-BRSETTL-STATUS   PIC XX.
       01 WS-VAULTPOS-STATUS  PIC XX.
       01 WS-VAULTMOV-STATUS  PIC XX.
       01 WS-VAULTRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-MOV-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-MOVEMENTS VALUE "Y".
       01 WS-CHEST-FLAG       PIC X.
          88 WS-CHEST-POSTED  VALUE "Y".
       01 WS-WORK-BRANCH      PIC X(4).
       01 WS-MOVE-SEQ         PIC 9(5).
       01 WS-CHEST-AMOUNT     PIC 9(11)V99.
       01 WS-AMOUNT-LEFT      PIC 9(11)V99.
       01 WS-COUNT-500        PIC 9(7).
       01 WS-COUNT-200        PIC 9(7).
       01 WS-COUNT-100        PIC 9(7).
       01 WS-COUNT-50         PIC 9(7).
       01 WS-COUNT-20         PIC 9(7).
       01 WS-COUNT-10         PIC 9(7).
       01 WS-COUNT-COIN       PIC 9(9)V99.
       01 WS-HELD-TOTAL       PIC 9(11)V99.
       01 WS-ISSUED           PIC 9(11)V99.
       01 WS-RETURNED         PIC 9(11)V99.
       01 WS-CHEST-IN         PIC 9(11)V99.
       01 WS-CHEST-OUT        PIC 9(11)V99.
       01 WS-RECOUNT-DIFF     PIC S9(11)V99.
       01 WS-EXPECTED         PIC S9(11)V99.
       01 WS-VAULT-COUNT      PIC 9(5)   VALUE 0.
       01 WS-CHEST-COUNT      PIC 9(5)   VALUE 0.
       01 WS-BREACH-COUNT     PIC 9(5)   VALUE 0.
       01 I                   PIC 9(2).
      * BRANCHES WHOSE CHEST MOVEMENT COULD NOT BE POSTED TONIGHT,
      * SO THEIR VAULT LINE SAYS SO.
       01 WS-UNPOSTED-COUNT   PIC 9(2)   VALUE 0.
       01 WS-UNPOSTED-TABLE.
          05 WS-UNPOSTED-BRANCH PIC X(4) OCCURS 50 TIMES.
       01 WS-UNPOSTED-FLAG    PIC X.
          88 WS-BRANCH-UNPOSTED VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM POST-CHEST-MOVEMENTS
           PERFORM CLOSE-EACH-VAULT

           DISPLAY "VAULT CLOSE COMPLETE - " WS-VAULT-COUNT
               " VAULT(S), " WS-CHEST-COUNT " CHEST MOVEMENT(S), "
               WS-BREACH-COUNT " LIMIT BREACH(ES)"

           CLOSE VAULT-POSITIONS
           CLOSE VAULT-MOVEMENTS
           CLOSE VAULT-REPORT

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O VAULT-POSITIONS
           IF WS-VAULTPOS-STATUS = "35"
               OPEN OUTPUT VAULT-POSITIONS
               CLOSE VAULT-POSITIONS
               OPEN I-O VAULT-POSITIONS
           END-IF
           CALL "FILERR" USING "VAULTEOD" "VAULTPOS"
               WS-VAULTPOS-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O VAULT-MOVEMENTS
           IF WS-VAULTMOV-STATUS = "35"
               OPEN OUTPUT VAULT-MOVEMENTS
               CLOSE VAULT-MOVEMENTS
               OPEN I-O VAULT-MOVEMENTS
           END-IF
           CALL "FILERR" USING "VAULTEOD" "VAULTMOV"
               WS-VAULTMOV-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT VAULT-REPORT
           CALL "FILERR" USING "VAULTEOD" "VAULTRPT"
               WS-VAULTRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       POST-CHEST-MOVEMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SETTLEMENT-REPORT
           EVALUATE WS-BRSETTL-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ SETTLEMENT-REPORT
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF STL-NET-POSITION NOT = 0
                                   PERFORM POST-ONE-SETTLEMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SETTLEMENT-REPORT
               WHEN "35"
                   DISPLAY "BRSETTL NOT PRESENT - NO CHEST MOVEMENTS"
               WHEN OTHER
                   CALL "FILERR" USING "VAULTEOD" "BRSETTL"
                       WS-BRSETTL-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
           END-EVALUATE.

      * A POSITIVE NET MEANS THE BRANCH OWES THE POOL - THE CASH
      * GOES TO THE CHEST FROM THE VAULT; A NEGATIVE NET COMES IN.
      * A RERUN FINDS TODAY'S CHEST MOVEMENT ALREADY ON THE LOG.
       POST-ONE-SETTLEMENT.
           MOVE STL-BRANCH TO WS-WORK-BRANCH
           MOVE STL-BRANCH TO VLT-BRANCH
           READ VAULT-POSITIONS
               INVALID KEY
                   DISPLAY "No vault on file for branch " STL-BRANCH
                       " - chest movement " STL-NET-POSITION
                       " not posted"
               NOT INVALID KEY
                   PERFORM FIND-NEXT-MOVEMENT-SEQ
                   IF WS-CHEST-POSTED
                       DISPLAY "CHEST MOVEMENT FOR " STL-BRANCH
                           " ALREADY POSTED TODAY"
                   ELSE
                       IF STL-NET-POSITION > 0
                           MOVE STL-NET-POSITION TO WS-CHEST-AMOUNT
                           PERFORM REMIT-TO-CHEST
                       ELSE
                           COMPUTE WS-CHEST-AMOUNT =
                               0 - STL-NET-POSITION
                           PERFORM RECEIVE-FROM-CHEST
                       END-IF
                   END-IF
           END-READ.

      * THE CHEST TAKES THE LARGEST NOTES THE VAULT HOLDS FIRST,
      * THEN COIN FOR WHAT THE NOTES CANNOT MAKE UP.
       REMIT-TO-CHEST.
           MOVE WS-CHEST-AMOUNT TO WS-AMOUNT-LEFT
           DIVIDE WS-AMOUNT-LEFT BY 500 GIVING WS-COUNT-500
           IF WS-COUNT-500 > VLT-QTY-500
               MOVE VLT-QTY-500 TO WS-COUNT-500
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-500 * 500
           DIVIDE WS-AMOUNT-LEFT BY 200 GIVING WS-COUNT-200
           IF WS-COUNT-200 > VLT-QTY-200
               MOVE VLT-QTY-200 TO WS-COUNT-200
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-200 * 200
           DIVIDE WS-AMOUNT-LEFT BY 100 GIVING WS-COUNT-100
           IF WS-COUNT-100 > VLT-QTY-100
               MOVE VLT-QTY-100 TO WS-COUNT-100
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-100 * 100
           DIVIDE WS-AMOUNT-LEFT BY 50 GIVING WS-COUNT-50
           IF WS-COUNT-50 > VLT-QTY-50
               MOVE VLT-QTY-50 TO WS-COUNT-50
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-50 * 50
           DIVIDE WS-AMOUNT-LEFT BY 20 GIVING WS-COUNT-20
           IF WS-COUNT-20 > VLT-QTY-20
               MOVE VLT-QTY-20 TO WS-COUNT-20
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-20 * 20
           DIVIDE WS-AMOUNT-LEFT BY 10 GIVING WS-COUNT-10
           IF WS-COUNT-10 > VLT-QTY-10
               MOVE VLT-QTY-10 TO WS-COUNT-10
           END-IF
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-10 * 10
           IF WS-AMOUNT-LEFT > VLT-COIN-VALUE
               DISPLAY "Vault " VLT-BRANCH " cannot make up chest"
                   " remittance of " WS-CHEST-AMOUNT " - not posted"
               IF WS-UNPOSTED-COUNT < 50
                   ADD 1 TO WS-UNPOSTED-COUNT
                   MOVE VLT-BRANCH
                       TO WS-UNPOSTED-BRANCH(WS-UNPOSTED-COUNT)
               END-IF
           ELSE
               MOVE WS-AMOUNT-LEFT TO WS-COUNT-COIN
               SUBTRACT WS-COUNT-500  FROM VLT-QTY-500
               SUBTRACT WS-COUNT-200  FROM VLT-QTY-200
               SUBTRACT WS-COUNT-100  FROM VLT-QTY-100
               SUBTRACT WS-COUNT-50   FROM VLT-QTY-50
               SUBTRACT WS-COUNT-20   FROM VLT-QTY-20
               SUBTRACT WS-COUNT-10   FROM VLT-QTY-10
               SUBTRACT WS-COUNT-COIN FROM VLT-COIN-VALUE
               PERFORM REWRITE-THE-VAULT
               MOVE "D" TO VMV-MOVE-TYPE
               PERFORM WRITE-CHEST-MOVEMENT
           END-IF.

      * CASH FROM THE CHEST COMES IN THE LARGEST NOTES THAT MAKE UP
      * THE AMOUNT, ANY ODD VALUE IN COIN.
       RECEIVE-FROM-CHEST.
           MOVE WS-CHEST-AMOUNT TO WS-AMOUNT-LEFT
           DIVIDE WS-AMOUNT-LEFT BY 500 GIVING WS-COUNT-500
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-500 * 500
           DIVIDE WS-AMOUNT-LEFT BY 200 GIVING WS-COUNT-200
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-200 * 200
           DIVIDE WS-AMOUNT-LEFT BY 100 GIVING WS-COUNT-100
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-100 * 100
           DIVIDE WS-AMOUNT-LEFT BY 50 GIVING WS-COUNT-50
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-50 * 50
           DIVIDE WS-AMOUNT-LEFT BY 20 GIVING WS-COUNT-20
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-20 * 20
           DIVIDE WS-AMOUNT-LEFT BY 10 GIVING WS-COUNT-10
           COMPUTE WS-AMOUNT-LEFT = WS-AMOUNT-LEFT - WS-COUNT-10 * 10
           MOVE WS-AMOUNT-LEFT TO WS-COUNT-COIN
           ADD WS-COUNT-500  TO VLT-QTY-500
           ADD WS-COUNT-200  TO VLT-QTY-200
           ADD WS-COUNT-100  TO VLT-QTY-100
           ADD WS-COUNT-50   TO VLT-QTY-50
           ADD WS-COUNT-20   TO VLT-QTY-20
           ADD WS-COUNT-10   TO VLT-QTY-10
           ADD WS-COUNT-COIN TO VLT-COIN-VALUE
           PERFORM REWRITE-THE-VAULT
           MOVE "C" TO VMV-MOVE-TYPE
           PERFORM WRITE-CHEST-MOVEMENT.

      * THE CALLER HAS SET THE MOVEMENT TYPE.
       WRITE-CHEST-MOVEMENT.
           MOVE WS-WORK-BRANCH  TO VMV-BRANCH
           MOVE WS-TS-DATE      TO VMV-MOVE-DATE
           MOVE WS-MOVE-SEQ     TO VMV-MOVE-SEQ
           MOVE SPACES          TO VMV-TELLER-ID
           MOVE "BATCH"         TO VMV-CUSTODIAN-ID
           MOVE SPACES          TO VMV-SUPERVISOR-ID
           MOVE WS-COUNT-500    TO VMV-QTY-500
           MOVE WS-COUNT-200    TO VMV-QTY-200
           MOVE WS-COUNT-100    TO VMV-QTY-100
           MOVE WS-COUNT-50     TO VMV-QTY-50
           MOVE WS-COUNT-20     TO VMV-QTY-20
           MOVE WS-COUNT-10     TO VMV-QTY-10
           MOVE WS-COUNT-COIN   TO VMV-COIN-VALUE
           MOVE WS-CHEST-AMOUNT TO VMV-AMOUNT
           MOVE WS-TS-TIME(1:6) TO VMV-MOVE-TIME
           WRITE VAULT-MOVEMENT-RECORD
           CALL "FILERR" USING "VAULTEOD" "VAULTMOV"
               WS-VAULTMOV-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-CHEST-COUNT.

      * ONE PASS OVER THE BRANCH'S MOVEMENTS FOR TODAY FINDS BOTH
      * THE LAST NUMBER USED AND ANY CHEST MOVEMENT ALREADY POSTED.
       FIND-NEXT-MOVEMENT-SEQ.
           MOVE 0 TO WS-MOVE-SEQ
           MOVE "N" TO WS-CHEST-FLAG
           MOVE "N" TO WS-MOV-EOF-FLAG
           MOVE WS-WORK-BRANCH TO VMV-BRANCH
           MOVE WS-TS-DATE     TO VMV-MOVE-DATE
           MOVE 0              TO VMV-MOVE-SEQ
           START VAULT-MOVEMENTS KEY IS NOT LESS THAN VMV-KEY
               INVALID KEY SET END-OF-MOVEMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MOVEMENTS
               READ VAULT-MOVEMENTS NEXT RECORD
                   AT END SET END-OF-MOVEMENTS TO TRUE
                   NOT AT END
                       IF VMV-BRANCH NOT = WS-WORK-BRANCH
                          OR VMV-MOVE-DATE NOT = WS-TS-DATE
                           SET END-OF-MOVEMENTS TO TRUE
                       ELSE
                           MOVE VMV-MOVE-SEQ TO WS-MOVE-SEQ
                           IF VMV-CHEST-RECEIPT OR VMV-CHEST-REMITTANCE
                               SET WS-CHEST-POSTED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-MOVE-SEQ.

       CLOSE-EACH-VAULT.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO VLT-BRANCH
           START VAULT-POSITIONS KEY IS NOT LESS THAN VLT-BRANCH
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ VAULT-POSITIONS NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CLOSE-ONE-VAULT
               END-READ
           END-PERFORM.

      * THE LAST CLOSE BECOMES TODAY'S OPENING - UNLESS TODAY WAS
      * ALREADY CLOSED, WHEN A RERUN KEEPS THE OPENING IT HAD.
       CLOSE-ONE-VAULT.
           ADD 1 TO WS-VAULT-COUNT
           IF VLT-CLOSED-DATE NOT = WS-TS-DATE
               MOVE VLT-CLOSING-TOTAL TO VLT-OPENING-TOTAL
           END-IF
           PERFORM TALLY-TODAYS-MOVEMENTS
           COMPUTE WS-HELD-TOTAL =
               (VLT-QTY-500 * 500) + (VLT-QTY-200 * 200)
               + (VLT-QTY-100 * 100) + (VLT-QTY-50  * 50)
               + (VLT-QTY-20  * 20)  + (VLT-QTY-10  * 10)
               + VLT-COIN-VALUE
           COMPUTE WS-EXPECTED = VLT-OPENING-TOTAL
               - WS-ISSUED + WS-RETURNED
               + WS-CHEST-IN - WS-CHEST-OUT + WS-RECOUNT-DIFF

           MOVE "N" TO WS-UNPOSTED-FLAG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-UNPOSTED-COUNT
               IF WS-UNPOSTED-BRANCH(I) = VLT-BRANCH
                   SET WS-BRANCH-UNPOSTED TO TRUE
               END-IF
           END-PERFORM

           MOVE VLT-BRANCH        TO VRL-BRANCH
           MOVE VLT-OPENING-TOTAL TO VRL-OPENING
           MOVE WS-ISSUED         TO VRL-ISSUED
           MOVE WS-RETURNED       TO VRL-RETURNED
           MOVE WS-CHEST-IN       TO VRL-CHEST-IN
           MOVE WS-CHEST-OUT      TO VRL-CHEST-OUT
           MOVE WS-RECOUNT-DIFF   TO VRL-RECOUNT-DIFF
           MOVE WS-HELD-TOTAL     TO VRL-CLOSING
           EVALUATE TRUE
               WHEN VLT-INSURANCE-LIMIT > 0
                AND WS-HELD-TOTAL > VLT-INSURANCE-LIMIT
                   MOVE "OVER INSURANCE LIMIT" TO VRL-MESSAGE
                   ADD 1 TO WS-BREACH-COUNT
               WHEN VLT-RETENTION-LIMIT > 0
                AND WS-HELD-TOTAL > VLT-RETENTION-LIMIT
                   MOVE "OVER RETENTION LIMIT" TO VRL-MESSAGE
                   ADD 1 TO WS-BREACH-COUNT
               WHEN WS-BRANCH-UNPOSTED
                   MOVE "CHEST NOT POSTED" TO VRL-MESSAGE
               WHEN WS-EXPECTED NOT = WS-HELD-TOTAL
                   MOVE "OUT OF BALANCE" TO VRL-MESSAGE
               WHEN OTHER
                   MOVE "Within limits" TO VRL-MESSAGE
           END-EVALUATE
           WRITE VAULT-REPORT-LINE

           MOVE WS-TS-DATE    TO VLT-CLOSED-DATE
           MOVE WS-HELD-TOTAL TO VLT-CLOSING-TOTAL
           PERFORM REWRITE-THE-VAULT.

      * A CLOSE-OF-DAY RETURN IS CASH BACK IN THE VAULT LIKE ANY
      * OTHER RETURN.
       TALLY-TODAYS-MOVEMENTS.
           MOVE 0 TO WS-ISSUED
           MOVE 0 TO WS-RETURNED
           MOVE 0 TO WS-CHEST-IN
           MOVE 0 TO WS-CHEST-OUT
           MOVE 0 TO WS-RECOUNT-DIFF
           MOVE "N" TO WS-MOV-EOF-FLAG
           MOVE VLT-BRANCH TO VMV-BRANCH
           MOVE WS-TS-DATE TO VMV-MOVE-DATE
           MOVE 0          TO VMV-MOVE-SEQ
           START VAULT-MOVEMENTS KEY IS NOT LESS THAN VMV-KEY
               INVALID KEY SET END-OF-MOVEMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MOVEMENTS
               READ VAULT-MOVEMENTS NEXT RECORD
                   AT END SET END-OF-MOVEMENTS TO TRUE
                   NOT AT END
                       IF VMV-BRANCH NOT = VLT-BRANCH
                          OR VMV-MOVE-DATE NOT = WS-TS-DATE
                           SET END-OF-MOVEMENTS TO TRUE
                       ELSE
                           EVALUATE TRUE
                               WHEN VMV-TELLER-ISSUE
                                   ADD VMV-AMOUNT TO WS-ISSUED
                               WHEN VMV-TELLER-RETURN
                               WHEN VMV-CLOSING-RETURN
                                   ADD VMV-AMOUNT TO WS-RETURNED
                               WHEN VMV-CHEST-RECEIPT
                                   ADD VMV-AMOUNT TO WS-CHEST-IN
                               WHEN VMV-CHEST-REMITTANCE
                                   ADD VMV-AMOUNT TO WS-CHEST-OUT
                               WHEN VMV-VAULT-RECOUNT
                                   ADD VMV-AMOUNT TO WS-RECOUNT-DIFF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-THE-VAULT.
           REWRITE VAULT-POSITION-RECORD
           CALL "FILERR" USING "VAULTEOD" "VAULTPOS"
               WS-VAULTPOS-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
