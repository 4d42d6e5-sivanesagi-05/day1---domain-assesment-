       01 WS-MONTHS-LEFT      PIC 9(3).
       01 WS-SWEPT-COUNT      PIC 9(5)   VALUE 0.
       01 WS-ESCHEAT-COUNT    PIC 9(5)   VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
