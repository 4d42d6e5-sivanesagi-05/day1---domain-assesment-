      *****************************************************
      * RPTSTORE.cpy                                       *
      * Online report repository - the lines of each burst  *
      * member, keyed by report date + report id + branch    *
      * (as RPTINDEX) + line sequence, so a member reads back *
      * in the order the report printed it.                    *
      *****************************************************
       01 REPORT-STORE-RECORD.
          05 RPS-KEY.
             10 RPS-REPORT-DATE     PIC 9(8).
             10 RPS-REPORT-ID       PIC X(8).
             10 RPS-BRANCH          PIC X(4).
             10 RPS-LINE-SEQ        PIC 9(6).
          05 RPS-LINE               PIC X(132).
