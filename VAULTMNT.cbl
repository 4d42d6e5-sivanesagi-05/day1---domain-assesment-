       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTMNT.

      *****************************************************
      * Branch vault cash keeping at the counter - issue     *
      * cash from the vault to a teller drawer, take cash     *
      * back from one (during the day or the counted drawer at *
      * close), recount the vault, set the branch's cash        *
      * retention and insurance limits, or view the position.    *
      * Every issue, return and recount is under dual control:    *
      * the vault custodian keys it and a second person, an active *
      * supervisor of the same branch, vouches for it, and both ids *
      * go on the VAULTMOV movement log DRAWREC and VAULTEOD read.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-POSITIONS.
       COPY "VAULTPOS.cpy".

       FD  VAULT-MOVEMENTS.
       COPY "VAULTMOV.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VAULTPOS-STATUS  PIC XX.
       01 WS-VAULTMOV-STATUS  PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-MOV-EOF-FLAG     PIC X      VALUE "N".
          88 END-OF-MOVEMENTS VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-ISSUE-CASH    VALUE "I".
          88 WS-RETURN-CASH   VALUE "R".
          88 WS-RECOUNT-VAULT VALUE "K".
          88 WS-SET-LIMITS    VALUE "L".
          88 WS-VIEW-POSITION VALUE "V".
       01 WS-CUSTODIAN-FLAG   PIC X      VALUE "N".
          88 WS-CUSTODIAN-OK  VALUE "Y".
       01 WS-CUSTODIAN-ROLE   PIC X.
          88 WS-CUSTODIAN-SUPERVISOR VALUE "S".
       01 WS-VAULT-BRANCH     PIC X(4).
       01 WS-VAULT-FLAG       PIC X      VALUE "N".
          88 WS-VAULT-ON-FILE VALUE "Y".
       01 WS-TELLER-ID        PIC X(8).
       01 WS-TELLER-FLAG      PIC X.
          88 WS-TELLER-OK     VALUE "Y".
       01 WS-SUPERVISOR-ID    PIC X(8).
       01 WS-SUPERVISOR-OK    PIC X.
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-CLOSING-FLAG     PIC X.
          88 WS-CLOSING-RETURN VALUE "Y".
       01 WS-HOLDS-FLAG       PIC X.
          88 WS-VAULT-HOLDS-IT VALUE "Y".
       01 WS-COUNT-500        PIC 9(7).
       01 WS-COUNT-200        PIC 9(7).
       01 WS-COUNT-100        PIC 9(7).
       01 WS-COUNT-50         PIC 9(7).
       01 WS-COUNT-20         PIC 9(7).
       01 WS-COUNT-10         PIC 9(7).
       01 WS-COUNT-COIN       PIC 9(9)V99.
       01 WS-MOVE-TOTAL       PIC 9(11)V99.
       01 WS-HELD-TOTAL       PIC 9(11)V99.
       01 WS-RECOUNT-DIFF     PIC S9(11)V99.
       01 WS-MOVE-SEQ         PIC 9(5).
       01 WS-MOVE-TYPE        PIC X.
       01 WS-MOVE-AMOUNT      PIC S9(11)V99.
       01 WS-NEW-RETENTION    PIC 9(11)V99.
       01 WS-NEW-INSURANCE    PIC 9(11)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER VAULT CUSTODIAN/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - ISSUE(I) RETURN(R) RECOUNT(K) LIMITS(L)"
               " VIEW(V): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM CHECK-THE-CUSTODIAN
           IF NOT WS-CUSTODIAN-OK
               DISPLAY "Operator " WS-OPERATOR-ID
                   " not on file or not active"
           ELSE
               PERFORM READ-THE-VAULT
               EVALUATE TRUE
                   WHEN WS-ISSUE-CASH
                       PERFORM MOVE-TELLER-CASH
                   WHEN WS-RETURN-CASH
                       PERFORM MOVE-TELLER-CASH
                   WHEN WS-RECOUNT-VAULT
                       PERFORM RECOUNT-THE-VAULT
                   WHEN WS-SET-LIMITS
                       PERFORM SET-THE-LIMITS
                   WHEN WS-VIEW-POSITION
                       PERFORM VIEW-THE-POSITION
                   WHEN OTHER
                       DISPLAY "INVALID ACTION - ENTER I, R, K, L OR V"
               END-EVALUATE
           END-IF

           CLOSE VAULT-POSITIONS
           CLOSE VAULT-MOVEMENTS
           CLOSE OPERATOR-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O VAULT-POSITIONS
           IF WS-VAULTPOS-STATUS = "35"
               OPEN OUTPUT VAULT-POSITIONS
               CLOSE VAULT-POSITIONS
               OPEN I-O VAULT-POSITIONS
           END-IF
           CALL "FILERR" USING "VAULTMNT" "VAULTPOS"
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
           CALL "FILERR" USING "VAULTMNT" "VAULTMOV"
               WS-VAULTMOV-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "VAULTMNT" "OPERMAST"
               WS-OPERMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE CUSTODIAN'S OWN BRANCH IS THE VAULT WORKED ON - NO
      * ONE KEEPS ANOTHER BRANCH'S VAULT.
       CHECK-THE-CUSTODIAN.
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-OPERATOR-ACTIVE
                       SET WS-CUSTODIAN-OK TO TRUE
                       MOVE OPM-BRANCH TO WS-VAULT-BRANCH
                       MOVE OPM-ROLE   TO WS-CUSTODIAN-ROLE
                   END-IF
           END-READ.

       READ-THE-VAULT.
           MOVE WS-VAULT-BRANCH TO VLT-BRANCH
           READ VAULT-POSITIONS
               INVALID KEY
                   MOVE "N" TO WS-VAULT-FLAG
               NOT INVALID KEY
                   SET WS-VAULT-ON-FILE TO TRUE
           END-READ.

       MOVE-TELLER-CASH.
           IF NOT WS-VAULT-ON-FILE
               DISPLAY "No vault position for branch " WS-VAULT-BRANCH
                   " - recount the vault first"
           ELSE
               DISPLAY "ENTER TELLER ID: "
               ACCEPT WS-TELLER-ID
               PERFORM CHECK-THE-TELLER
               IF WS-TELLER-OK
                   MOVE "N" TO WS-CLOSING-FLAG
                   IF WS-RETURN-CASH
                       DISPLAY "CLOSE-OF-DAY RETURN OF THE COUNTED"
                           " DRAWER (Y/N): "
                       ACCEPT WS-CLOSING-FLAG
                   END-IF
                   PERFORM ACCEPT-THE-DENOMINATIONS
                   IF WS-MOVE-TOTAL = 0
                       DISPLAY "Nothing keyed - no cash moved"
                   ELSE
                       PERFORM CHECK-DUAL-CONTROL
                       IF WS-AUTHORIZED
                           PERFORM APPLY-TELLER-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-THE-TELLER.
           MOVE "N" TO WS-TELLER-FLAG
           IF WS-TELLER-ID = WS-OPERATOR-ID
               DISPLAY "Custodian cannot issue to or take back from"
                   " their own drawer"
           ELSE
               MOVE WS-TELLER-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "Teller " WS-TELLER-ID " not on file"
                   NOT INVALID KEY
                       IF NOT OPM-OPERATOR-ACTIVE
                           DISPLAY "Teller " WS-TELLER-ID
                               " is not active"
                       ELSE
                           IF OPM-BRANCH NOT = WS-VAULT-BRANCH
                               DISPLAY "Teller " WS-TELLER-ID
                                   " belongs to branch " OPM-BRANCH
                           ELSE
                               SET WS-TELLER-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * THE SECOND PERSON MUST BE AN ACTIVE SUPERVISOR OF THE SAME
      * BRANCH AND NEITHER THE CUSTODIAN NOR THE TELLER.
       CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "DUAL CONTROL - ENTER SUPERVISOR ID: "
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
              OR WS-SUPERVISOR-ID = WS-TELLER-ID
               DISPLAY "Dual control needs a second person -"
                   " movement refused"
           ELSE
               MOVE WS-SUPERVISOR-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                          AND OPM-BRANCH = WS-VAULT-BRANCH
                           SET WS-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               IF NOT WS-AUTHORIZED
                   DISPLAY "SUPERVISOR OF BRANCH " WS-VAULT-BRANCH
                       " REQUIRED - MOVEMENT REFUSED"
               END-IF
           END-IF.

       ACCEPT-THE-DENOMINATIONS.
           DISPLAY "ENTER NUMBER OF 500 NOTES: "
           ACCEPT WS-COUNT-500
           DISPLAY "ENTER NUMBER OF 200 NOTES: "
           ACCEPT WS-COUNT-200
           DISPLAY "ENTER NUMBER OF 100 NOTES: "
           ACCEPT WS-COUNT-100
           DISPLAY "ENTER NUMBER OF 50 NOTES: "
           ACCEPT WS-COUNT-50
           DISPLAY "ENTER NUMBER OF 20 NOTES: "
           ACCEPT WS-COUNT-20
           DISPLAY "ENTER NUMBER OF 10 NOTES: "
           ACCEPT WS-COUNT-10
           DISPLAY "ENTER VALUE OF COIN: "
           ACCEPT WS-COUNT-COIN
           COMPUTE WS-MOVE-TOTAL =
               (WS-COUNT-500 * 500) + (WS-COUNT-200 * 200)
               + (WS-COUNT-100 * 100) + (WS-COUNT-50  * 50)
               + (WS-COUNT-20  * 20)  + (WS-COUNT-10  * 10)
               + WS-COUNT-COIN.

      * AN ISSUE CAN ONLY HAND OUT NOTES AND COIN THE VAULT HOLDS,
      * DENOMINATION BY DENOMINATION.
       APPLY-TELLER-MOVEMENT.
           IF WS-ISSUE-CASH
               MOVE "Y" TO WS-HOLDS-FLAG
               IF WS-COUNT-500 > VLT-QTY-500
                  OR WS-COUNT-200 > VLT-QTY-200
                  OR WS-COUNT-100 > VLT-QTY-100
                  OR WS-COUNT-50  > VLT-QTY-50
                  OR WS-COUNT-20  > VLT-QTY-20
                  OR WS-COUNT-10  > VLT-QTY-10
                  OR WS-COUNT-COIN > VLT-COIN-VALUE
                   MOVE "N" TO WS-HOLDS-FLAG
               END-IF
               IF NOT WS-VAULT-HOLDS-IT
                   DISPLAY "Vault does not hold those notes and coin"
                       " - issue refused"
               ELSE
                   SUBTRACT WS-COUNT-500  FROM VLT-QTY-500
                   SUBTRACT WS-COUNT-200  FROM VLT-QTY-200
                   SUBTRACT WS-COUNT-100  FROM VLT-QTY-100
                   SUBTRACT WS-COUNT-50   FROM VLT-QTY-50
                   SUBTRACT WS-COUNT-20   FROM VLT-QTY-20
                   SUBTRACT WS-COUNT-10   FROM VLT-QTY-10
                   SUBTRACT WS-COUNT-COIN FROM VLT-COIN-VALUE
                   PERFORM REWRITE-THE-VAULT
                   MOVE WS-MOVE-TOTAL TO WS-MOVE-AMOUNT
                   MOVE "I" TO WS-MOVE-TYPE
                   PERFORM WRITE-THE-MOVEMENT
                   DISPLAY "CASH ISSUED TO " WS-TELLER-ID " - "
                       WS-MOVE-TOTAL " SUPERVISOR " WS-SUPERVISOR-ID
               END-IF
           ELSE
               ADD WS-COUNT-500  TO VLT-QTY-500
               ADD WS-COUNT-200  TO VLT-QTY-200
               ADD WS-COUNT-100  TO VLT-QTY-100
               ADD WS-COUNT-50   TO VLT-QTY-50
               ADD WS-COUNT-20   TO VLT-QTY-20
               ADD WS-COUNT-10   TO VLT-QTY-10
               ADD WS-COUNT-COIN TO VLT-COIN-VALUE
               PERFORM REWRITE-THE-VAULT
               MOVE WS-MOVE-TOTAL TO WS-MOVE-AMOUNT
               IF WS-CLOSING-RETURN
                   MOVE "E" TO WS-MOVE-TYPE
               ELSE
                   MOVE "R" TO WS-MOVE-TYPE
               END-IF
               PERFORM WRITE-THE-MOVEMENT
               DISPLAY "CASH RETURNED BY " WS-TELLER-ID " - "
                   WS-MOVE-TOTAL " SUPERVISOR " WS-SUPERVISOR-ID
           END-IF.

      * A RECOUNT REPLACES THE HOLDING ON FILE WITH THE PHYSICAL
      * COUNT; THE MOVEMENT CARRIES THE COUNT AND THE DIFFERENCE.
      * THE FIRST COUNT OF A BRANCH'S VAULT PUTS IT ON FILE.
       RECOUNT-THE-VAULT.
           MOVE SPACES TO WS-TELLER-ID
           PERFORM ACCEPT-THE-DENOMINATIONS
           PERFORM CHECK-DUAL-CONTROL
           IF WS-AUTHORIZED
               IF WS-VAULT-ON-FILE
                   PERFORM COMPUTE-HELD-TOTAL
               ELSE
                   INITIALIZE VAULT-POSITION-RECORD
                   MOVE WS-VAULT-BRANCH TO VLT-BRANCH
                   MOVE 0 TO WS-HELD-TOTAL
               END-IF
               MOVE WS-COUNT-500  TO VLT-QTY-500
               MOVE WS-COUNT-200  TO VLT-QTY-200
               MOVE WS-COUNT-100  TO VLT-QTY-100
               MOVE WS-COUNT-50   TO VLT-QTY-50
               MOVE WS-COUNT-20   TO VLT-QTY-20
               MOVE WS-COUNT-10   TO VLT-QTY-10
               MOVE WS-COUNT-COIN TO VLT-COIN-VALUE
               IF WS-VAULT-ON-FILE
                   PERFORM REWRITE-THE-VAULT
               ELSE
                   WRITE VAULT-POSITION-RECORD
                   CALL "FILERR" USING "VAULTMNT" "VAULTPOS"
                       WS-VAULTPOS-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
               END-IF
               COMPUTE WS-RECOUNT-DIFF = WS-MOVE-TOTAL - WS-HELD-TOTAL
               MOVE WS-RECOUNT-DIFF TO WS-MOVE-AMOUNT
               MOVE "K" TO WS-MOVE-TYPE
               PERFORM WRITE-THE-MOVEMENT
               DISPLAY "VAULT " WS-VAULT-BRANCH " COUNTED AT "
                   WS-MOVE-TOTAL
               IF WS-RECOUNT-DIFF NOT = 0
                   DISPLAY "  DIFFERENCE FROM FILE " WS-RECOUNT-DIFF
               END-IF
           END-IF.

       SET-THE-LIMITS.
           IF NOT WS-CUSTODIAN-SUPERVISOR
               DISPLAY "Vault limits need a supervisor - "
                   "change refused"
           ELSE
               DISPLAY "ENTER CASH RETENTION LIMIT: "
               ACCEPT WS-NEW-RETENTION
               DISPLAY "ENTER CASH-IN-SAFE INSURANCE LIMIT: "
               ACCEPT WS-NEW-INSURANCE
               IF WS-NEW-INSURANCE > 0
                  AND WS-NEW-RETENTION > WS-NEW-INSURANCE
                   DISPLAY "Retention limit is above the insurance"
                       " cover - change refused"
               ELSE
                   IF NOT WS-VAULT-ON-FILE
                       INITIALIZE VAULT-POSITION-RECORD
                       MOVE WS-VAULT-BRANCH TO VLT-BRANCH
                   END-IF
                   MOVE WS-NEW-RETENTION TO VLT-RETENTION-LIMIT
                   MOVE WS-NEW-INSURANCE TO VLT-INSURANCE-LIMIT
                   MOVE WS-OPERATOR-ID   TO VLT-LIMITS-SET-BY
                   MOVE WS-TS-DATE       TO VLT-LIMITS-SET-DATE
                   IF WS-VAULT-ON-FILE
                       PERFORM REWRITE-THE-VAULT
                   ELSE
                       WRITE VAULT-POSITION-RECORD
                       CALL "FILERR" USING "VAULTMNT" "VAULTPOS"
                           WS-VAULTPOS-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                   END-IF
                   DISPLAY "VAULT LIMITS SET FOR BRANCH "
                       WS-VAULT-BRANCH
               END-IF
           END-IF.

       VIEW-THE-POSITION.
           IF NOT WS-VAULT-ON-FILE
               DISPLAY "No vault position for branch " WS-VAULT-BRANCH
           ELSE
               PERFORM COMPUTE-HELD-TOTAL
               DISPLAY "VAULT " VLT-BRANCH
               DISPLAY "  500 NOTES     " VLT-QTY-500
               DISPLAY "  200 NOTES     " VLT-QTY-200
               DISPLAY "  100 NOTES     " VLT-QTY-100
               DISPLAY "   50 NOTES     " VLT-QTY-50
               DISPLAY "   20 NOTES     " VLT-QTY-20
               DISPLAY "   10 NOTES     " VLT-QTY-10
               DISPLAY "  COIN          " VLT-COIN-VALUE
               DISPLAY "  TOTAL HELD    " WS-HELD-TOTAL
               DISPLAY "  RETENTION     " VLT-RETENTION-LIMIT
               DISPLAY "  INSURANCE     " VLT-INSURANCE-LIMIT
               DISPLAY "  LAST CLOSED   " VLT-CLOSED-DATE
                   " AT " VLT-CLOSING-TOTAL
           END-IF.

       COMPUTE-HELD-TOTAL.
           COMPUTE WS-HELD-TOTAL =
               (VLT-QTY-500 * 500) + (VLT-QTY-200 * 200)
               + (VLT-QTY-100 * 100) + (VLT-QTY-50  * 50)
               + (VLT-QTY-20  * 20)  + (VLT-QTY-10  * 10)
               + VLT-COIN-VALUE.

       REWRITE-THE-VAULT.
           REWRITE VAULT-POSITION-RECORD
           CALL "FILERR" USING "VAULTMNT" "VAULTPOS"
               WS-VAULTPOS-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * THE CALLER HAS SET THE MOVEMENT TYPE AND AMOUNT.
       WRITE-THE-MOVEMENT.
           PERFORM FIND-NEXT-MOVEMENT-SEQ
           MOVE WS-VAULT-BRANCH  TO VMV-BRANCH
           MOVE WS-MOVE-TYPE     TO VMV-MOVE-TYPE
           MOVE WS-MOVE-AMOUNT   TO VMV-AMOUNT
           MOVE WS-TS-DATE       TO VMV-MOVE-DATE
           MOVE WS-MOVE-SEQ      TO VMV-MOVE-SEQ
           MOVE WS-TELLER-ID     TO VMV-TELLER-ID
           MOVE WS-OPERATOR-ID   TO VMV-CUSTODIAN-ID
           MOVE WS-SUPERVISOR-ID TO VMV-SUPERVISOR-ID
           MOVE WS-COUNT-500     TO VMV-QTY-500
           MOVE WS-COUNT-200     TO VMV-QTY-200
           MOVE WS-COUNT-100     TO VMV-QTY-100
           MOVE WS-COUNT-50      TO VMV-QTY-50
           MOVE WS-COUNT-20      TO VMV-QTY-20
           MOVE WS-COUNT-10      TO VMV-QTY-10
           MOVE WS-COUNT-COIN    TO VMV-COIN-VALUE
           MOVE WS-TS-TIME(1:6)  TO VMV-MOVE-TIME
           WRITE VAULT-MOVEMENT-RECORD
           CALL "FILERR" USING "VAULTMNT" "VAULTMOV"
               WS-VAULTMOV-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       FIND-NEXT-MOVEMENT-SEQ.
           MOVE 0 TO WS-MOVE-SEQ
           MOVE "N" TO WS-MOV-EOF-FLAG
           MOVE WS-VAULT-BRANCH TO VMV-BRANCH
           MOVE WS-TS-DATE      TO VMV-MOVE-DATE
           MOVE 0               TO VMV-MOVE-SEQ
           START VAULT-MOVEMENTS KEY IS NOT LESS THAN VMV-KEY
               INVALID KEY SET END-OF-MOVEMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-MOVEMENTS
               READ VAULT-MOVEMENTS NEXT RECORD
                   AT END SET END-OF-MOVEMENTS TO TRUE
                   NOT AT END
                       IF VMV-BRANCH NOT = WS-VAULT-BRANCH
                          OR VMV-MOVE-DATE NOT = WS-TS-DATE
                           SET END-OF-MOVEMENTS TO TRUE
                       ELSE
                           MOVE VMV-MOVE-SEQ TO WS-MOVE-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-MOVE-SEQ.
