
      *****************************************************
      * Nightly account-master integrity verifier, so        *
      * corruption is caught the night it happens. For every  *
      * account: yesterday's snapshot balance plus the day's   *
      * audit-trail deltas must equal tonight's ACM-BALANCE;    *
      * the customer id must exist on CUSTMAST; an active        *
      * account must have a CUSTPIN record. Discrepancies go to   *
      * the report with hash totals of actual against expected     *
      * balances. The nightly schedule answers N to the             *
      * key-integrity pass, which ACCTFAN runs in its single read of *
      * the master.                                                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 END-OF-INPUT     VALUE "Y".
       01 WS-CHECK-DATE       PIC 9(8).
       01 WS-SNAPSHOT-DATE    PIC 9(8).
       01 WS-KEY-PASS-FLAG    PIC X.
          88 WS-SKIP-KEY-PASS VALUE "N".
       01 WS-DISCREPANCY-CNT  PIC 9(5)   VALUE 0.
       01 WS-CHECKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-ACTUAL-HASH      PIC 9(13)V99 VALUE 0.
           DISPLAY "ENTER PRIOR SNAPSHOT DATE (YYYYMMDD): ".
           ACCEPT WS-SNAPSHOT-DATE.

           DISPLAY "ENTER KEY-INTEGRITY PASS (Y/N): ".
           ACCEPT WS-KEY-PASS-FLAG.

           PERFORM OPEN-MASTER-FILES
           PERFORM ACCUMULATE-DAY-DELTAS
           PERFORM CHECK-SNAPSHOT-BALANCES
           IF NOT WS-SKIP-KEY-PASS
               PERFORM CHECK-KEY-INTEGRITY
           END-IF

           DISPLAY "INTEGRITY CHECK COMPLETE - CHECKED "
               WS-CHECKED-COUNT " DISCREPANCIES "
