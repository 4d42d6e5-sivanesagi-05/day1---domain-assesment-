       01 WS-MAJORITY-AGE     PIC 9(3)   VALUE 18.
       01 WS-CONVERTED-COUNT  PIC 9(7)   VALUE 0.
       01 WS-STILL-MINOR-COUNT PIC 9(7)  VALUE 0.
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
