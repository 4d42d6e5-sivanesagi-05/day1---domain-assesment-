      *****************************************************
      * RPTINDEX.cpy                                       *
      * Report repository index keyed by report date +      *
      * report id + branch - one row per burst member on     *
      * RPTSTORE, with its line and page counts, the          *
      * recipients it went to and the date after which the     *
      * retention purge removes it.                             *
      *****************************************************
       01 REPORT-INDEX-RECORD.
          05 RPX-KEY.
             10 RPX-REPORT-DATE     PIC 9(8).
             10 RPX-REPORT-ID       PIC X(8).
             10 RPX-BRANCH          PIC X(4).
          05 RPX-LINE-COUNT         PIC 9(6).
          05 RPX-PAGE-COUNT         PIC 9(4).
          05 RPX-RECIPIENTS         PIC X(60).
          05 RPX-RETAIN-UNTIL       PIC 9(8).
