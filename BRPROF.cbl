      * the write-offs, nets them to a contribution figure        *
      * with the movement against the prior month, and feeds        *
      * the bank-wide line to the management dashboard.              *
      * Each region's subtotal prints above its branches,             *
      * and the region lines follow the bank-wide line on              *
      * the summary feed.                                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "GLJRNL.cpy".

       FD  PROFITABILITY-REPORT.
      * REGION SUBTOTAL LINES CARRY "****" IN THE BRANCH COLUMN.
       01 PROFITABILITY-LINE.
          05 PFL-REGION             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PFL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PFL-FEE-INCOME         PIC S9(11)V99 SIGN LEADING
          05 PFS-REPORT-MONTH       PIC 9(6).
          05 PFS-CONTRIBUTION       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
      * SPACES ON THE BANK-WIDE RECORD, THE REGION CODE ON EACH
      * REGION RECORD THAT FOLLOWS IT.
          05 PFS-REGION             PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-GLDETAIL-STATUS  PIC XX.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-REGION          PIC X(4).
             10 WSB-FEE-INCOME      PIC S9(11)V99 OCCURS 2 TIMES.
             10 WSB-INT-INCOME      PIC S9(11)V99 OCCURS 2 TIMES.
             10 WSB-INT-PAID        PIC S9(11)V99 OCCURS 2 TIMES.
             10 WSB-WRITE-OFFS      PIC S9(11)V99 OCCURS 2 TIMES.
       01 WS-REGION-SLOT      PIC 9(2).
       01 WS-REGION-COUNT     PIC 9(2)   VALUE 0.
       01 WS-REGION-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES.
             10 WSR-REGION          PIC X(4).
             10 WSR-FEE-INCOME      PIC S9(11)V99.
             10 WSR-INT-INCOME      PIC S9(11)V99.
             10 WSR-INT-PAID        PIC S9(11)V99.
             10 WSR-WRITE-OFFS      PIC S9(11)V99.
             10 WSR-CONTRIBUTION    PIC S9(13)V99.
             10 WSR-PRIOR-CONTRIB   PIC S9(13)V99.
       01 WS-BRANCH-FLAG      PIC X.
       01 WS-CONTRIBUTION     PIC S9(11)V99.
       01 WS-PRIOR-CONTRIB    PIC S9(11)V99.
       01 WS-BANK-CONTRIB     PIC S9(13)V99 VALUE 0.

           MOVE WS-THIS-MONTH  TO PFS-REPORT-MONTH
           MOVE WS-BANK-CONTRIB TO PFS-CONTRIBUTION
           MOVE SPACES         TO PFS-REGION
           WRITE PROFIT-SUMMARY-RECORD
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               MOVE WSR-REGION(WS-REGION-SLOT) TO PFS-REGION
               MOVE WSR-CONTRIBUTION(WS-REGION-SLOT)
                   TO PFS-CONTRIBUTION
               WRITE PROFIT-SUMMARY-RECORD
           END-PERFORM

           DISPLAY "BRANCH PROFITABILITY COMPLETE - "
               WS-BRANCH-COUNT " BRANCH(ES), CONTRIBUTION "
                       SUBTRACT GLJ-AMOUNT FROM
                           WSB-WRITE-OFFS(WS-SLOT WS-PERIOD)
                   END-IF
      * RECOVERIES ON LOANS ALREADY WRITTEN OFF NET AGAINST THE
      * WRITE-OFF LINE RATHER THAN SWELL THE INCOME LINES.
               WHEN "RECOVINC"
                   IF GLJ-CREDIT
                       SUBTRACT GLJ-AMOUNT FROM
                           WSB-WRITE-OFFS(WS-SLOT WS-PERIOD)
                   ELSE
                       ADD GLJ-AMOUNT TO
                           WSB-WRITE-OFFS(WS-SLOT WS-PERIOD)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE GLJ-BRANCH TO WSB-BRANCH(WS-BRANCH-COUNT)
                   CALL "BRCHK" USING GLJ-BRANCH WS-BRANCH-FLAG
                       WSB-REGION(WS-BRANCH-COUNT)
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
                       MOVE 0 TO WSB-FEE-INCOME(WS-BRANCH-COUNT I)
                       MOVE 0 TO WSB-INT-INCOME(WS-BRANCH-COUNT I)
               END-IF
           END-IF.

      * EACH REGION'S SUBTOTAL IS WRITTEN AHEAD OF ITS OWN
      * BRANCH LINES - A BRANCH NOT ON THE BRANCH MASTER FALLS
      * UNDER REGION "????" SO IT STANDS OUT.
       WRITE-THE-REPORT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-BRANCH-COUNT
               PERFORM ADD-BRANCH-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-REGION-SLOT FROM 1 BY 1
                   UNTIL WS-REGION-SLOT > WS-REGION-COUNT
               PERFORM WRITE-ONE-REGION
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-BRANCH-COUNT
                   IF WSB-REGION(WS-SLOT) = WSR-REGION(WS-REGION-SLOT)
                       PERFORM WRITE-ONE-BRANCH
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-BRANCH-TO-REGION.
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
               MOVE 0 TO WSR-FEE-INCOME(WS-REGION-SLOT)
               MOVE 0 TO WSR-INT-INCOME(WS-REGION-SLOT)
               MOVE 0 TO WSR-INT-PAID(WS-REGION-SLOT)
               MOVE 0 TO WSR-WRITE-OFFS(WS-REGION-SLOT)
               MOVE 0 TO WSR-CONTRIBUTION(WS-REGION-SLOT)
               MOVE 0 TO WSR-PRIOR-CONTRIB(WS-REGION-SLOT)
           END-IF
           ADD WSB-FEE-INCOME(WS-SLOT 1)
               TO WSR-FEE-INCOME(WS-REGION-SLOT)
           ADD WSB-INT-INCOME(WS-SLOT 1)
               TO WSR-INT-INCOME(WS-REGION-SLOT)
           ADD WSB-INT-PAID(WS-SLOT 1)
               TO WSR-INT-PAID(WS-REGION-SLOT)
           ADD WSB-WRITE-OFFS(WS-SLOT 1)
               TO WSR-WRITE-OFFS(WS-REGION-SLOT)
           COMPUTE WSR-CONTRIBUTION(WS-REGION-SLOT) =
               WSR-CONTRIBUTION(WS-REGION-SLOT)
               + WSB-FEE-INCOME(WS-SLOT 1)
               + WSB-INT-INCOME(WS-SLOT 1)
               - WSB-INT-PAID(WS-SLOT 1)
               - WSB-WRITE-OFFS(WS-SLOT 1)
           COMPUTE WSR-PRIOR-CONTRIB(WS-REGION-SLOT) =
               WSR-PRIOR-CONTRIB(WS-REGION-SLOT)
               + WSB-FEE-INCOME(WS-SLOT 2)
               + WSB-INT-INCOME(WS-SLOT 2)
               - WSB-INT-PAID(WS-SLOT 2)
               - WSB-WRITE-OFFS(WS-SLOT 2).

       WRITE-ONE-REGION.
           MOVE WSR-REGION(WS-REGION-SLOT)     TO PFL-REGION
           MOVE "****"                         TO PFL-BRANCH
           MOVE WSR-FEE-INCOME(WS-REGION-SLOT) TO PFL-FEE-INCOME
           MOVE WSR-INT-INCOME(WS-REGION-SLOT) TO PFL-INT-INCOME
           MOVE WSR-INT-PAID(WS-REGION-SLOT)   TO PFL-INT-PAID
           MOVE WSR-WRITE-OFFS(WS-REGION-SLOT) TO PFL-WRITE-OFFS
           MOVE WSR-CONTRIBUTION(WS-REGION-SLOT)
                                               TO PFL-CONTRIBUTION
           COMPUTE PFL-MOVEMENT =
               WSR-CONTRIBUTION(WS-REGION-SLOT)
               - WSR-PRIOR-CONTRIB(WS-REGION-SLOT)
           WRITE PROFITABILITY-LINE.

       WRITE-ONE-BRANCH.
           COMPUTE WS-CONTRIBUTION =
               WSB-FEE-INCOME(WS-SLOT 1)
               - WSB-INT-PAID(WS-SLOT 2)
               - WSB-WRITE-OFFS(WS-SLOT 2)

           MOVE WSB-REGION(WS-SLOT)        TO PFL-REGION
           MOVE WSB-BRANCH(WS-SLOT)        TO PFL-BRANCH
           MOVE WSB-FEE-INCOME(WS-SLOT 1)  TO PFL-FEE-INCOME
           MOVE WSB-INT-INCOME(WS-SLOT 1)  TO PFL-INT-INCOME
