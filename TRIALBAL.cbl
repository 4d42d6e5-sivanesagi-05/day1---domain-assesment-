       PROGRAM-ID. TRIALBAL.

      *****************************************************
      * Month-end trial balance off the GLBAL position. One  *
      * line per GL account, branch and currency for the      *
      * processing period, in home currency and in its own     *
      * currency, region and branch debit/credit totals, and    *
      * the proof that total debits equal total credits - on     *
      * paper for the auditors instead of a re-add of months of   *
      * journal detail.                                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CURRENCY-CODE      PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-OPEN-BALANCE       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-DEBIT-TOTAL        PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CREDIT-TOTAL       PIC 9(13)V99.
      * THE SAME LINE IN ITS OWN CURRENCY - THE HOME-CURRENCY
      * FIGURES ABOVE ARE WHAT THE TRIAL BALANCE PROVES ON.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-OPEN-BALANCE   PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-DEBIT-TOTAL    PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TBL-CCY-CREDIT-TOTAL   PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01 WS-GLBAL-STATUS     PIC XX.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-REGION          PIC X(4).
             10 WSB-DEBIT-TOTAL     PIC 9(13)V99.
             10 WSB-CREDIT-TOTAL    PIC 9(13)V99.
       01 J                   PIC 9(2).
       01 WS-REGION-SLOT      PIC 9(2).
       01 WS-REGION-COUNT     PIC 9(2)   VALUE 0.
       01 WS-REGION-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES.
             10 WSR-REGION          PIC X(4).
             10 WSR-DEBIT-TOTAL     PIC 9(13)V99.
             10 WSR-CREDIT-TOTAL    PIC 9(13)V99.
       01 WS-BRANCH-FLAG      PIC X.
       01 WS-GRAND-DEBITS     PIC 9(15)V99 VALUE 0.
       01 WS-GRAND-CREDITS    PIC 9(15)V99 VALUE 0.
       01 WS-LINE-COUNT       PIC 9(5)   VALUE 0.
               PERFORM READ-NEXT-BALANCE
           END-PERFORM

      * EACH REGION'S TOTALS SHOW AHEAD OF ITS OWN BRANCHES - A
      * BRANCH NOT ON THE BRANCH MASTER FALLS UNDER REGION "????".
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BRANCH-COUNT
               PERFORM ADD-BRANCH-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               DISPLAY "  REGION " WSR-REGION(WS-REGION-SLOT)
                   " DR " WSR-DEBIT-TOTAL(WS-REGION-SLOT)
                   " CR " WSR-CREDIT-TOTAL(WS-REGION-SLOT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
                   IF WSB-REGION(I) = WSR-REGION(WS-REGION-SLOT)
                       DISPLAY "  BRANCH " WSB-BRANCH(I)
                           " DR " WSB-DEBIT-TOTAL(I)
                           " CR " WSB-CREDIT-TOTAL(I)
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-GRAND-DEBITS = WS-GRAND-CREDITS
       REPORT-ONE-BALANCE.
           MOVE GLB-GL-ACCOUNT   TO TBL-GL-ACCOUNT
           MOVE GLB-BRANCH       TO TBL-BRANCH
           MOVE GLB-CURRENCY-CODE TO TBL-CURRENCY-CODE
           MOVE GLB-OPEN-BALANCE TO TBL-OPEN-BALANCE
           MOVE GLB-DEBIT-TOTAL  TO TBL-DEBIT-TOTAL
           MOVE GLB-CREDIT-TOTAL TO TBL-CREDIT-TOTAL
           MOVE GLB-CCY-OPEN-BALANCE TO TBL-CCY-OPEN-BALANCE
           MOVE GLB-CCY-DEBIT-TOTAL  TO TBL-CCY-DEBIT-TOTAL
           MOVE GLB-CCY-CREDIT-TOTAL TO TBL-CCY-CREDIT-TOTAL
           WRITE TRIAL-BALANCE-LINE
           ADD 1 TO WS-LINE-COUNT

               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE GLB-BRANCH TO WSB-BRANCH(WS-BRANCH-COUNT)
                   CALL "BRCHK" USING GLB-BRANCH WS-BRANCH-FLAG
                       WSB-REGION(WS-BRANCH-COUNT)
                   MOVE 0 TO WSB-DEBIT-TOTAL(WS-BRANCH-COUNT)
                   MOVE 0 TO WSB-CREDIT-TOTAL(WS-BRANCH-COUNT)
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
                       " NOT TOTALLED"
               END-IF
           END-IF.

       ADD-BRANCH-TO-REGION.
           MOVE 0 TO WS-REGION-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REGION-COUNT
               IF WSR-REGION(I) = WSB-REGION(J)
                   MOVE I TO WS-REGION-SLOT
               END-IF
           END-PERFORM
           IF WS-REGION-SLOT = 0
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-SLOT
               MOVE WSB-REGION(J) TO WSR-REGION(WS-REGION-SLOT)
               MOVE 0 TO WSR-DEBIT-TOTAL(WS-REGION-SLOT)
               MOVE 0 TO WSR-CREDIT-TOTAL(WS-REGION-SLOT)
           END-IF
           ADD WSB-DEBIT-TOTAL(J)  TO WSR-DEBIT-TOTAL(WS-REGION-SLOT)
           ADD WSB-CREDIT-TOTAL(J) TO WSR-CREDIT-TOTAL(WS-REGION-SLOT).
