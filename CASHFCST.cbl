      *****************************************************
      * Branch funding forecast for the morning cash call -  *
      * built the night before, covering the next five        *
      * business days off BIZCAL. Per branch and day it nets:  *
      * standing orders falling due (out at the debit branch,   *
      * in at the credit branch), term deposits maturing with    *
      * pay-to-linked disposal, loan tranches scheduled for       *
      * release, and the average cash withdrawal demand for that   *
      * weekday from TXNHIST - so the cash exchange BRSETTL drives  *
      * can be planned instead of reacted to. Each branch vault's    *
      * closing position from VAULTEOD is carried forward through the *
      * days, and where it would run above the vault's retention limit *
      * or below nothing the day's cash call to or from the currency   *
      * chest is shown. Each region's five days print above the branch *
      * lines of that region.                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY BCL-DATE
               FILE STATUS WS-BIZCAL-STATUS.

           SELECT VAULT-POSITIONS ASSIGN TO "VAULTPOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VLT-BRANCH
               FILE STATUS WS-VAULTPOS-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO "CASHFCST.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CASHFCST-STATUS.
       FD  BUSINESS-CALENDAR.
       COPY "BIZCAL.cpy".

       FD  VAULT-POSITIONS.
       COPY "VAULTPOS.cpy".

       FD  FORECAST-REPORT.
      * REGION SUBTOTAL LINES CARRY "****" IN THE BRANCH COLUMN.
      * THE CASH CALL IS POSITIVE FOR CASH TO GO TO THE CHEST AND
      * NEGATIVE FOR CASH TO BE DRAWN FROM IT.
       01 FORECAST-LINE.
          05 FCL-REGION             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FCL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FCL-DAY-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FCL-NET                PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FCL-VAULT-OPENING      PIC 9(11)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FCL-CASH-CALL          PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-STNDORD-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-BIZCAL-STATUS    PIC XX.
       01 WS-VAULTPOS-STATUS  PIC XX.
       01 WS-CASHFCST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-REGION          PIC X(4).
             10 WSB-INFLOW          PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSB-OUTFLOW         PIC 9(11)V99 OCCURS 5 TIMES.
      * TOTAL CASH DRAWN PER WEEKDAY (1=MONDAY .. 7=SUNDAY)
      * BECAUSE THE HISTORY READS IN ACCOUNT ORDER AND DATES
      * INTERLEAVE ACROSS ACCOUNTS.
             10 WSB-WKDAY-AMT       PIC 9(13)V99 OCCURS 7 TIMES.
             10 WSB-VAULT-FLAG      PIC X.
                88 WSB-HAS-VAULT    VALUE "Y".
             10 WSB-VAULT-CASH      PIC 9(11)V99.
             10 WSB-RETENTION       PIC 9(11)V99.
             10 WSB-VAULT-OPEN      PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSB-CASH-CALL       PIC S9(11)V99 OCCURS 5 TIMES.
       01 WS-REGION-SLOT      PIC 9(2).
       01 WS-REGION-COUNT     PIC 9(2)   VALUE 0.
       01 WS-REGION-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES.
             10 WSR-REGION          PIC X(4).
             10 WSR-INFLOW          PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSR-OUTFLOW         PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSR-CASH-DEMAND     PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSR-VAULT-OPEN      PIC 9(11)V99 OCCURS 5 TIMES.
             10 WSR-CASH-CALL       PIC S9(11)V99 OCCURS 5 TIMES.
       01 WS-BRANCH-FLAG      PIC X.
       01 WS-WEEKDAY          PIC 9(1).
       01 WS-HIST-MIN-DATE    PIC 9(8)   VALUE 0.
       01 WS-HIST-MAX-DATE    PIC 9(8)   VALUE 0.
       01 WS-WKDAY-OFFSET     PIC 9(1).
       01 WS-AVG-DEMAND       PIC 9(11)V99.
       01 WS-NET              PIC S9(11)V99.
       01 WS-PROJECTED-VAULT  PIC S9(11)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           PERFORM OPEN-ALL-FILES
           PERFORM COMPUTE-FORECAST-DATES

           PERFORM SCAN-VAULT-POSITIONS
           PERFORM SCAN-STANDING-ORDERS
           PERFORM SCAN-TERM-MATURITIES
           PERFORM SCAN-PLANNED-TRANCHES
           OPEN INPUT LOAN-MASTER
           OPEN INPUT TRANSACTION-HISTORY
           OPEN INPUT BUSINESS-CALENDAR
           OPEN INPUT VAULT-POSITIONS

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CASHFCST" "ACCTMAST"
           IF WS-BIZCAL-STATUS = "00"
               CLOSE BUSINESS-CALENDAR
           END-IF
           IF WS-VAULTPOS-STATUS = "00"
               CLOSE VAULT-POSITIONS
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE FORECAST-REPORT.

               END-IF
           END-PERFORM.

      * EVERY BRANCH WITH A VAULT IS FORECAST, FLOWS OR NOT, FROM
      * THE POSITION VAULTEOD CLOSED IT AT TONIGHT.
       SCAN-VAULT-POSITIONS.
           IF WS-VAULTPOS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ VAULT-POSITIONS NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE VLT-BRANCH TO WS-WORK-BRANCH
                           PERFORM FIND-BRANCH-SLOT
                           IF WS-SLOT > 0
                               MOVE "Y" TO WSB-VAULT-FLAG(WS-SLOT)
                               MOVE VLT-CLOSING-TOTAL
                                   TO WSB-VAULT-CASH(WS-SLOT)
                               MOVE VLT-RETENTION-LIMIT
                                   TO WSB-RETENTION(WS-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCAN-STANDING-ORDERS.
           IF WS-STNDORD-STATUS NOT = "00"
               CONTINUE
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-WORK-BRANCH
                       TO WSB-BRANCH(WS-BRANCH-COUNT)
                   CALL "BRCHK" USING WS-WORK-BRANCH WS-BRANCH-FLAG
                       WSB-REGION(WS-BRANCH-COUNT)
                   PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
                       MOVE 0 TO WSB-INFLOW(WS-BRANCH-COUNT D)
                       MOVE 0 TO WSB-OUTFLOW(WS-BRANCH-COUNT D)
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                       MOVE 0 TO WSB-WKDAY-AMT(WS-BRANCH-COUNT I)
                   END-PERFORM
                   MOVE "N" TO WSB-VAULT-FLAG(WS-BRANCH-COUNT)
                   MOVE 0   TO WSB-VAULT-CASH(WS-BRANCH-COUNT)
                   MOVE 0   TO WSB-RETENTION(WS-BRANCH-COUNT)
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " WS-WORK-BRANCH
               END-IF
           END-IF.

      * EACH REGION'S FIVE DAYS ARE WRITTEN AHEAD OF ITS OWN
      * BRANCH LINES - A BRANCH NOT ON THE BRANCH MASTER FALLS
      * UNDER REGION "????" SO IT STANDS OUT.
       WRITE-THE-FORECAST.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-BRANCH-COUNT
               PERFORM ADD-BRANCH-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
                   PERFORM WRITE-ONE-REGION-DAY
               END-PERFORM
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-BRANCH-COUNT
                   IF WSB-REGION(WS-SLOT) = WSR-REGION(WS-REGION-SLOT)
                       PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
                           PERFORM WRITE-ONE-FORECAST-DAY
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-BRANCH-TO-REGION.
           PERFORM PROJECT-BRANCH-VAULT
           MOVE 0 TO WS-REGION-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REGION-COUNT
               IF WSR-REGION(I) = WSB-REGION(WS-SLOT)
                   MOVE I TO WS-REGION-SLOT
               END-IF
           END-PERFORM
           IF WS-REGION-SLOT = 0
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-SLOT
               MOVE WSB-REGION(WS-SLOT) TO WSR-REGION(WS-REGION-SLOT)
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
                   MOVE 0 TO WSR-INFLOW(WS-REGION-SLOT D)
                   MOVE 0 TO WSR-OUTFLOW(WS-REGION-SLOT D)
                   MOVE 0 TO WSR-CASH-DEMAND(WS-REGION-SLOT D)
                   MOVE 0 TO WSR-VAULT-OPEN(WS-REGION-SLOT D)
                   MOVE 0 TO WSR-CASH-CALL(WS-REGION-SLOT D)
               END-PERFORM
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
               PERFORM COMPUTE-AVG-DEMAND
               ADD WSB-INFLOW(WS-SLOT D)
                   TO WSR-INFLOW(WS-REGION-SLOT D)
               ADD WSB-OUTFLOW(WS-SLOT D)
                   TO WSR-OUTFLOW(WS-REGION-SLOT D)
               ADD WS-AVG-DEMAND
                   TO WSR-CASH-DEMAND(WS-REGION-SLOT D)
               ADD WSB-VAULT-OPEN(WS-SLOT D)
                   TO WSR-VAULT-OPEN(WS-REGION-SLOT D)
               ADD WSB-CASH-CALL(WS-SLOT D)
                   TO WSR-CASH-CALL(WS-REGION-SLOT D)
           END-PERFORM.

      * THE VAULT OPENS EACH DAY AT THE LAST DAY'S CLOSE AFTER ITS
      * CASH CALL: A CLOSE ABOVE THE RETENTION LIMIT SENDS THE
      * SURPLUS TO THE CHEST, A CLOSE BELOW NOTHING DRAWS THE
      * SHORTFALL FROM IT. A BRANCH WITH NO VAULT ON FILE HAS NO
      * CASH CALL.
       PROJECT-BRANCH-VAULT.
           MOVE WSB-VAULT-CASH(WS-SLOT) TO WS-PROJECTED-VAULT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
               IF NOT WSB-HAS-VAULT(WS-SLOT)
                   MOVE 0 TO WSB-VAULT-OPEN(WS-SLOT D)
                   MOVE 0 TO WSB-CASH-CALL(WS-SLOT D)
               ELSE
                   PERFORM COMPUTE-AVG-DEMAND
                   MOVE WS-PROJECTED-VAULT TO WSB-VAULT-OPEN(WS-SLOT D)
                   COMPUTE WS-PROJECTED-VAULT = WS-PROJECTED-VAULT
                       + WSB-INFLOW(WS-SLOT D)
                       - WSB-OUTFLOW(WS-SLOT D) - WS-AVG-DEMAND
                   EVALUATE TRUE
                       WHEN WSB-RETENTION(WS-SLOT) > 0
                        AND WS-PROJECTED-VAULT > WSB-RETENTION(WS-SLOT)
                           COMPUTE WSB-CASH-CALL(WS-SLOT D) =
                               WS-PROJECTED-VAULT
                               - WSB-RETENTION(WS-SLOT)
                       WHEN WS-PROJECTED-VAULT < 0
                           MOVE WS-PROJECTED-VAULT
                               TO WSB-CASH-CALL(WS-SLOT D)
                       WHEN OTHER
                           MOVE 0 TO WSB-CASH-CALL(WS-SLOT D)
                   END-EVALUATE
                   SUBTRACT WSB-CASH-CALL(WS-SLOT D)
                       FROM WS-PROJECTED-VAULT
               END-IF
           END-PERFORM.

       COMPUTE-AVG-DEMAND.
           MOVE WS-FORECAST-DATE(D) TO WS-WALK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF WS-WKDAY-COUNT(WS-WEEKDAY) > 0
                   / WS-WKDAY-COUNT(WS-WEEKDAY)
           ELSE
               MOVE 0 TO WS-AVG-DEMAND
           END-IF.

       WRITE-ONE-REGION-DAY.
           MOVE WSR-REGION(WS-REGION-SLOT)     TO FCL-REGION
           MOVE "****"                         TO FCL-BRANCH
           MOVE WS-FORECAST-DATE(D)            TO FCL-DAY-DATE
           MOVE WSR-INFLOW(WS-REGION-SLOT D)   TO FCL-INFLOW
           MOVE WSR-OUTFLOW(WS-REGION-SLOT D)  TO FCL-OUTFLOW
           MOVE WSR-CASH-DEMAND(WS-REGION-SLOT D)
                                               TO FCL-CASH-DEMAND
           COMPUTE WS-NET = WSR-INFLOW(WS-REGION-SLOT D)
               - WSR-OUTFLOW(WS-REGION-SLOT D)
               - WSR-CASH-DEMAND(WS-REGION-SLOT D)
           MOVE WS-NET TO FCL-NET
           MOVE WSR-VAULT-OPEN(WS-REGION-SLOT D) TO FCL-VAULT-OPENING
           MOVE WSR-CASH-CALL(WS-REGION-SLOT D)  TO FCL-CASH-CALL
           WRITE FORECAST-LINE.

       WRITE-ONE-FORECAST-DAY.
           PERFORM COMPUTE-AVG-DEMAND

           MOVE WSB-REGION(WS-SLOT)    TO FCL-REGION
           MOVE WSB-BRANCH(WS-SLOT)    TO FCL-BRANCH
           MOVE WS-FORECAST-DATE(D)    TO FCL-DAY-DATE
           MOVE WSB-INFLOW(WS-SLOT D)  TO FCL-INFLOW
           COMPUTE WS-NET = WSB-INFLOW(WS-SLOT D)
               - WSB-OUTFLOW(WS-SLOT D) - WS-AVG-DEMAND
           MOVE WS-NET TO FCL-NET
           MOVE WSB-VAULT-OPEN(WS-SLOT D) TO FCL-VAULT-OPENING
           MOVE WSB-CASH-CALL(WS-SLOT D)  TO FCL-CASH-CALL
           WRITE FORECAST-LINE.
