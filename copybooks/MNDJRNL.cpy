      *****************************************************
      * MNDJRNL.cpy                                        *
      * Mandate journal line - one record per transaction   *
      * done on an account by a mandate holder, written      *
      * through MNDLOG the way OVRJRNL lines go through       *
      * OVRLOG. Carries the holder's customer id alongside the *
      * account, function and amount, so the account holder's   *
      * statement dispute can be traced to who actually          *
      * transacted.                                               *
      *****************************************************
       01 MANDATE-JOURNAL-RECORD.
          05 MDJ-TIMESTAMP          PIC X(16).
          05 MDJ-HOLDER-ID          PIC 9(8).
          05 MDJ-ACCOUNT-NUMBER     PIC 9(10).
          05 MDJ-FUNCTION           PIC X(10).
          05 MDJ-AMOUNT             PIC 9(9)V99.
          05 MDJ-OPERATOR-ID        PIC X(8).
          05 MDJ-BRANCH             PIC X(4).
