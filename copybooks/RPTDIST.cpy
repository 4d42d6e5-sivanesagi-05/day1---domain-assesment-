      *****************************************************
      * RPTDIST.cpy                                        *
      * Report distribution table keyed by report id +      *
      * branch - who receives each branch's cut of a nightly *
      * report and how many days RPTBURST keeps it in the     *
      * online repository. Branch **** is the report's default *
      * for any branch without a row of its own; a report with  *
      * neither is not burst.                                    *
      *****************************************************
       01 REPORT-DISTRIBUTION-RECORD.
          05 RDT-KEY.
             10 RDT-REPORT-ID       PIC X(8).
             10 RDT-BRANCH          PIC X(4).
          05 RDT-RECIPIENTS         PIC X(60).
          05 RDT-RETENTION-DAYS     PIC 9(3).
