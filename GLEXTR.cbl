       COPY "GLJRNL.cpy".

       FD  GL-JOURNAL-FILE.
       01 GL-INTERFACE-RECORD     PIC X(58).

       WORKING-STORAGE SECTION.
       01 WS-GLDETAIL-STATUS  PIC XX.
          05 FILLER           PIC X(3)   VALUE "HDR".
          05 WHD-BATCH-DATE   PIC 9(8).
          05 WHD-RUN-NUMBER   PIC 9(4).
          05 FILLER           PIC X(43)  VALUE SPACES.
       01 WS-DETAIL-RECORD.
          05 FILLER           PIC X(3)   VALUE "DTL".
          05 WDT-POSTING-DATE PIC 9(8).
          05 WDT-DR-CR        PIC X.
          05 WDT-GL-ACCOUNT   PIC X(8).
          05 WDT-AMOUNT       PIC 9(9)V99.
      * WDT-AMOUNT IS HOME CURRENCY; A FOREIGN-CURRENCY LINE ALSO
      * CARRIES ITS CURRENCY AND THE AMOUNT IN THAT CURRENCY.
          05 WDT-CURRENCY-CODE   PIC X(3).
          05 WDT-CURRENCY-AMOUNT PIC 9(9)V99.
          05 FILLER           PIC X(7)   VALUE SPACES.
       01 WS-TRAILER-RECORD.
          05 FILLER           PIC X(3)   VALUE "TRL".
          05 WTL-RECORD-COUNT PIC 9(7).
          05 WTL-HASH-TOTAL   PIC 9(13)V99.
          05 FILLER           PIC X(33)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
           MOVE GLJ-DR-CR        TO WDT-DR-CR
           MOVE GLJ-GL-ACCOUNT   TO WDT-GL-ACCOUNT
           MOVE GLJ-AMOUNT       TO WDT-AMOUNT
           MOVE GLJ-CURRENCY-CODE   TO WDT-CURRENCY-CODE
           MOVE GLJ-CURRENCY-AMOUNT TO WDT-CURRENCY-AMOUNT
           WRITE GL-INTERFACE-RECORD FROM WS-DETAIL-RECORD

           ADD 1 TO WS-RECORD-COUNT
