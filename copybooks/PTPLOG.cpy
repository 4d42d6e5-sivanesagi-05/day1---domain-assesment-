      *****************************************************
      * PTPLOG.cpy                                         *
      * Promise-to-pay outcome log, appended by the nightly *
      * PTPCHK run: a payment line for each repayment taken  *
      * on a queued loan, and a kept or broken line when a    *
      * promise is judged, under the collector who held the    *
      * loan at the time. A broken line names the collector it  *
      * escalated to. COLLPERF reads it for the month.           *
      *****************************************************
       01 PROMISE-LOG-RECORD.
          05 PTL-LOG-DATE           PIC 9(8).
          05 PTL-COLLECTOR-ID       PIC X(8).
          05 PTL-CUSTOMER-ID        PIC 9(8).
          05 PTL-EVENT              PIC X.
             88 PTL-PAYMENT         VALUE "P".
             88 PTL-KEPT            VALUE "K".
             88 PTL-BROKEN          VALUE "B".
          05 PTL-PROMISED-AMT       PIC 9(9)V99.
          05 PTL-PAID-AMT           PIC 9(9)V99.
          05 PTL-ESCALATED-TO       PIC X(8).
