               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BRPFSUM-STATUS.

           SELECT BUDGET-VARIANCE-SUMMARY ASSIGN TO "BUDVSUM.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUDVSUM-STATUS.

           SELECT DASHBOARD-REPORT ASSIGN TO "DASHRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DASHRPT-STATUS.
          05 PFS-REPORT-MONTH       PIC 9(6).
          05 PFS-CONTRIBUTION       PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 PFS-REGION             PIC X(4).

       FD  BUDGET-VARIANCE-SUMMARY.
       01 VARIANCE-SUMMARY-RECORD.
          05 BVS-REPORT-MONTH       PIC 9(6).
          05 BVS-MTH-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-MTH-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-YTD-ACTUAL         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-YTD-BUDGET         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 BVS-FLAGGED-COUNT      PIC 9(5).
          05 BVS-REGION             PIC X(4).

       FD  DASHBOARD-REPORT.
       01 DASH-LINE                PIC X(80).
       01 WS-PROFIT-MONTH     PIC 9(6)   VALUE 0.
       01 WS-PROFIT-CONTRIB   PIC S9(13)V99 VALUE 0.
       01 WS-DASH-PROFIT-EDIT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RG               PIC 9(2).
       01 WS-PROFIT-REGION-COUNT PIC 9(2) VALUE 0.
       01 WS-PROFIT-REGION-TABLE.
          05 WS-PROFIT-REGION-ENTRY OCCURS 50 TIMES.
             10 WSP-REGION          PIC X(4).
             10 WSP-CONTRIB         PIC S9(13)V99.
       01 WS-BUDVSUM-STATUS   PIC XX.
       01 WS-BUDGET-MONTH     PIC 9(6)   VALUE 0.
       01 WS-BUDGET-MTH-VAR   PIC S9(13)V99 VALUE 0.
       01 WS-BUDGET-YTD-VAR   PIC S9(13)V99 VALUE 0.
       01 WS-BUDGET-FLAGGED   PIC 9(5)   VALUE 0.
       01 WS-BUDGET-REGION-COUNT PIC 9(2) VALUE 0.
       01 WS-BUDGET-REGION-TABLE.
          05 WS-BUDGET-REGION-ENTRY OCCURS 50 TIMES.
             10 WSV-REGION          PIC X(4).
             10 WSV-MTH-VAR         PIC S9(13)V99.
             10 WSV-YTD-VAR         PIC S9(13)V99.
       01 WS-PEND-COUNT       PIC 9(5)   VALUE 0.
       01 WS-PEND-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-PEND-ESCALATED   PIC 9(5)   VALUE 0.
           PERFORM SUMMARIZE-PENDING
           PERFORM SUMMARIZE-CONTACTS
           PERFORM SUMMARIZE-PROFITABILITY
           PERFORM SUMMARIZE-BUDGET-VARIANCE
           PERFORM WRITE-DASHBOARD-REPORT

           CLOSE DASHBOARD-REPORT
                   "): " WS-DASH-PROFIT-EDIT
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE
               PERFORM VARYING WS-RG FROM 1 BY 1
                       UNTIL WS-RG > WS-PROFIT-REGION-COUNT
                   MOVE WSP-CONTRIB(WS-RG) TO WS-DASH-PROFIT-EDIT
                   MOVE SPACES TO DASH-LINE
                   STRING "  REGION " WSP-REGION(WS-RG)
                       " CONTRIBUTION: " WS-DASH-PROFIT-EDIT
                       DELIMITED BY SIZE INTO DASH-LINE
                   WRITE DASH-LINE
               END-PERFORM
           END-IF

      * VARIANCES ARE ACTUAL LESS BUDGET CONTRIBUTION, SO A
      * NEGATIVE FIGURE IS ADVERSE.
           IF WS-BUDGET-MONTH > 0
               MOVE WS-BUDGET-MTH-VAR TO WS-DASH-PROFIT-EDIT
               MOVE SPACES TO DASH-LINE
               STRING "BUDGET VARIANCE (MONTH " WS-BUDGET-MONTH
                   "): " WS-DASH-PROFIT-EDIT
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE
               MOVE WS-BUDGET-YTD-VAR TO WS-DASH-PROFIT-EDIT
               MOVE SPACES TO DASH-LINE
               STRING "BUDGET VARIANCE (YEAR TO DATE): "
                   WS-DASH-PROFIT-EDIT
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE
               MOVE WS-BUDGET-FLAGGED TO WS-DASH-NUMBER-EDIT
               MOVE SPACES TO DASH-LINE
               STRING "BUDGET LINES OUTSIDE TOLERANCE: "
                   WS-DASH-NUMBER-EDIT
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE
               PERFORM VARYING WS-RG FROM 1 BY 1
                       UNTIL WS-RG > WS-BUDGET-REGION-COUNT
                   MOVE WSV-MTH-VAR(WS-RG) TO WS-DASH-PROFIT-EDIT
                   MOVE SPACES TO DASH-LINE
                   STRING "  REGION " WSV-REGION(WS-RG)
                       " BUDGET VARIANCE: " WS-DASH-PROFIT-EDIT
                       DELIMITED BY SIZE INTO DASH-LINE
                   WRITE DASH-LINE
               END-PERFORM
           END-IF.

      * THE MONTHLY PROFITABILITY FEED ONLY EXISTS AFTER THE
      * MONTH-END CHAIN RUNS - MISSING JUST DROPS THE LINE. THE
      * BANK-WIDE RECORD COMES FIRST, ONE RECORD PER REGION AFTER.
       SUMMARIZE-PROFITABILITY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PROFIT-SUMMARY
                       MOVE PFS-REPORT-MONTH TO WS-PROFIT-MONTH
                       MOVE PFS-CONTRIBUTION TO WS-PROFIT-CONTRIB
               END-READ
               PERFORM UNTIL END-OF-FILE
                   READ PROFIT-SUMMARY
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-PROFIT-REGION-COUNT < 50
                               ADD 1 TO WS-PROFIT-REGION-COUNT
                               MOVE PFS-REGION TO
                                   WSP-REGION(WS-PROFIT-REGION-COUNT)
                               MOVE PFS-CONTRIBUTION TO
                                   WSP-CONTRIB(WS-PROFIT-REGION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFIT-SUMMARY
           END-IF.

      * THE BUDGET VARIANCE FEED, LIKE THE PROFITABILITY ONE,
      * ONLY EXISTS AFTER THE MONTH-END CHAIN RUNS. THE BANK-WIDE
      * RECORD COMES FIRST, ONE RECORD PER REGION AFTER.
       SUMMARIZE-BUDGET-VARIANCE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BUDGET-VARIANCE-SUMMARY
           IF WS-BUDVSUM-STATUS = "00"
               READ BUDGET-VARIANCE-SUMMARY
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BVS-REPORT-MONTH  TO WS-BUDGET-MONTH
                       COMPUTE WS-BUDGET-MTH-VAR =
                           BVS-MTH-ACTUAL - BVS-MTH-BUDGET
                       COMPUTE WS-BUDGET-YTD-VAR =
                           BVS-YTD-ACTUAL - BVS-YTD-BUDGET
                       MOVE BVS-FLAGGED-COUNT TO WS-BUDGET-FLAGGED
               END-READ
               PERFORM UNTIL END-OF-FILE
                   READ BUDGET-VARIANCE-SUMMARY
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-BUDGET-REGION-COUNT < 50
                               ADD 1 TO WS-BUDGET-REGION-COUNT
                               MOVE BVS-REGION TO
                                   WSV-REGION(WS-BUDGET-REGION-COUNT)
                               COMPUTE
                                   WSV-MTH-VAR(WS-BUDGET-REGION-COUNT)
                                   = BVS-MTH-ACTUAL - BVS-MTH-BUDGET
                               COMPUTE
                                   WSV-YTD-VAR(WS-BUDGET-REGION-COUNT)
                                   = BVS-YTD-ACTUAL - BVS-YTD-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-VARIANCE-SUMMARY
           END-IF.

      * THE WEEKLY CONTACT-AGING FEED MAY NOT HAVE RUN THIS
      * NIGHT - A MISSING SUMMARY JUST LEAVES THE LINES AT ZERO.
       SUMMARIZE-CONTACTS.
