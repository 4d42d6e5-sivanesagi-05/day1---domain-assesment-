      *****************************************************
      * BRAUD.cpy                                          *
      * Before/after image audit record for a branch-       *
      * master change, in the same shape as CUSTAUD keeps    *
      * for the customer master - one record per change       *
      * with the full record both ways, who made it, and       *
      * what kind of change it was.                             *
      *****************************************************
       01 BRANCH-AUDIT-RECORD.
          05 BRA-TIMESTAMP          PIC X(16).
          05 BRA-OPERATOR-ID        PIC X(8).
          05 BRA-CHANGE-TYPE        PIC X(10).
             88 BRA-DEFINE-CHANGE   VALUE "DEFINE".
             88 BRA-AMEND-CHANGE    VALUE "AMEND".
             88 BRA-CLOSE-CHANGE    VALUE "CLOSE".
             88 BRA-REOPEN-CHANGE   VALUE "REOPEN".
             88 BRA-MERGE-CHANGE    VALUE "MERGED".
          05 BRA-BEFORE-IMAGE       PIC X(60).
          05 BRA-AFTER-IMAGE        PIC X(60).
