      *****************************************************
      * MEMOPOST.cpy                                       *
      * Intraday memo-post item keyed by account and        *
      * capture sequence - written by MEMOPOST as each       *
      * teller deposit, withdrawal and transfer leg is        *
      * accepted, summed by MEMOBAL so the inquiries and the   *
      * withdrawal available balance see today's activity, and  *
      * cleared by the nightly DEPOSIT run. A deposit memo is    *
      * not yet on the ledger and counts toward the memo balance  *
      * until DEPOSIT posts it; withdrawal and transfer legs post  *
      * to ACM-BALANCE at capture, so their memo items show the     *
      * day's activity without being counted a second time.          *
      *****************************************************
       01 MEMO-POST-RECORD.
          05 MMP-KEY.
             10 MMP-ACCOUNT-NUMBER  PIC 9(10).
             10 MMP-MEMO-SEQ        PIC 9(8).
          05 MMP-MEMO-TYPE          PIC X.
             88 MMP-DEPOSIT         VALUE "D".
             88 MMP-WITHDRAWAL      VALUE "W".
             88 MMP-TRANSFER-OUT    VALUE "O".
             88 MMP-TRANSFER-IN     VALUE "I".
             88 MMP-CREDIT-ITEM     VALUE "D" "I".
          05 MMP-INSTRUMENT-TYPE    PIC X.
             88 MMP-CASH-ITEM       VALUE "C" " ".
             88 MMP-CHEQUE-ITEM     VALUE "Q".
          05 MMP-AMOUNT             PIC 9(9)V99.
          05 MMP-LEDGER-FLAG        PIC X.
             88 MMP-ON-LEDGER       VALUE "Y".
             88 MMP-NOT-ON-LEDGER   VALUE "N".
          05 MMP-STATUS             PIC X.
             88 MMP-ITEM-OPEN       VALUE "O".
             88 MMP-ITEM-CLEARED    VALUE "C".
             88 MMP-ITEM-UNMATCHED  VALUE "U".
          05 MMP-MEMO-DATE          PIC 9(8).
          05 MMP-MEMO-TIME          PIC 9(8).
          05 MMP-OPERATOR-ID        PIC X(8).
          05 MMP-CLEARED-DATE       PIC 9(8).
