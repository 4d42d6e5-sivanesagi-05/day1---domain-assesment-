       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-CONVERT-OK    VALUE "Y".
       01 MIN-BAL             PIC 9(9)V99 VALUE 1000.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
