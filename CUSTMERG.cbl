       01 WS-DUP-LOAN-BAL     PIC 9(9).
       01 WS-CUST-BEFORE      PIC X(98).
       01 WS-CUST-AFTER       PIC X(98).
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
