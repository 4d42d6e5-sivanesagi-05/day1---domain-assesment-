       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-IDENTITY-FLAG    PIC X.
          88 WS-IDENTITY-CONFIRMED VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
