      *****************************************************
      * RECERT.cpy                                         *
      * Operator access recertification line, keyed by      *
      * cycle + branch + operator id. OPRCERT opens a cycle  *
      * at each quarter end with one pending line per active  *
      * operator; the branch manager confirms or revokes each  *
      * through RECRTMNT. A branch has signed off the cycle     *
      * when none of its lines is still pending.                 *
      *****************************************************
       01 RECERT-RECORD.
          05 RCT-KEY.
      * THE QUARTER-END MONTH, YYYYMM.
             10 RCT-CYCLE           PIC 9(6).
             10 RCT-BRANCH          PIC X(4).
             10 RCT-OPERATOR-ID     PIC X(8).
          05 RCT-OPERATOR-NAME      PIC X(30).
          05 RCT-ROLE               PIC X.
          05 RCT-LAST-SIGNON-DATE   PIC 9(8).
          05 RCT-PASSWORD-AGE       PIC 9(5).
          05 RCT-STATUS             PIC X.
             88 RCT-PENDING         VALUE "P".
             88 RCT-CONFIRMED       VALUE "C".
             88 RCT-REVOKED         VALUE "R".
          05 RCT-RESPONDED-BY       PIC X(8).
          05 RCT-RESPONSE-DATE      PIC 9(8).
