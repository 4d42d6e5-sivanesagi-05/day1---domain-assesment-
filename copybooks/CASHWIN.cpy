      *****************************************************
      * CASHWIN.cpy                                        *
      * Rolling cash-activity window kept by CASHSTRC - one *
      * line per owner per cash deposit or withdrawal taken  *
      * off the daily intake files, with the branch of entry  *
      * the permanent history does not carry. CASHSTRC drops   *
      * lines older than its window and appends the night's     *
      * intake each run, so the file only ever holds the days    *
      * the multi-branch test looks across.                       *
      *****************************************************
       01 CASH-WINDOW-RECORD.
          05 CWN-ACTIVITY-DATE      PIC 9(8).
          05 CWN-CUSTOMER-ID        PIC 9(8).
          05 CWN-ACCOUNT-NUMBER     PIC 9(10).
          05 CWN-ENTRY-BRANCH       PIC X(4).
      * I = CASH IN (DLYDEPGD); O = CASH OUT (DLYWTHDR).
          05 CWN-DIRECTION          PIC X.
             88 CWN-CASH-IN         VALUE "I".
             88 CWN-CASH-OUT        VALUE "O".
          05 CWN-AMOUNT             PIC 9(6).
          05 CWN-TRANS-SEQ          PIC 9(8).
