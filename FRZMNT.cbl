          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-REGISTER-FLAG    PIC X      VALUE "N".
          88 WS-REGISTER-ON-FILE VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
