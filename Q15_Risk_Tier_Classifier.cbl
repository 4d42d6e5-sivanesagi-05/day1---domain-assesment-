       01 WS-CLASSIFIED-COUNT PIC 9(7)   VALUE 0.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-BEFORE-IMAGE     PIC X(61).
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-LOW-BRANCH       PIC X(4).
       01 WS-HIGH-BRANCH      PIC X(4).
       01 WS-RANGE-FLAG       PIC X      VALUE "Y".
