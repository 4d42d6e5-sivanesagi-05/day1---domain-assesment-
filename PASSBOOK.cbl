          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBL-POSTING-DATE       PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBL-NARRATIVE          PIC X(12).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBL-TRANS-AMOUNT       PIC 9(9).99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBL-BALANCE            PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 PBL-REFERENCE          PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-PASSBOOK-STATUS  PIC XX.
       01 WS-HIST-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-HISTORY   VALUE "Y".
       01 ACCOUNT-NUMBER      PIC 9(10).
       01 WS-NARRATIVE        PIC X(12).
       01 WS-STATEMENT-DESC   PIC X(24).
       01 WS-PRINTED-COUNT    PIC 9(5)   VALUE 0.
       01 WS-NEW-LAST-DATE    PIC 9(8)   VALUE 0.
       01 WS-NEW-LAST-SEQ     PIC 9(8)   VALUE 0.
       PRINT-ONE-LINE.
           MOVE THR-ACCOUNT-NUMBER TO PBL-ACCOUNT-NUMBER
           MOVE THR-POSTING-DATE   TO PBL-POSTING-DATE
           CALL "TXNDESC" USING THR-TRANS-CODE THR-TRANS-TYPE
               WS-NARRATIVE WS-STATEMENT-DESC
           MOVE WS-NARRATIVE       TO PBL-NARRATIVE
           MOVE THR-TRANS-AMOUNT   TO PBL-TRANS-AMOUNT
           MOVE THR-RESULT-BALANCE TO PBL-BALANCE
           MOVE THR-REFERENCE      TO PBL-REFERENCE
           WRITE PASSBOOK-PRINT-LINE
           DISPLAY "  " PBL-POSTING-DATE " " PBL-NARRATIVE
               " " PBL-TRANS-AMOUNT " " PBL-BALANCE
               " " PBL-REFERENCE
           MOVE THR-POSTING-DATE TO WS-NEW-LAST-DATE
           MOVE THR-TRANS-SEQ    TO WS-NEW-LAST-SEQ
           ADD 1 TO WS-PRINTED-COUNT.
