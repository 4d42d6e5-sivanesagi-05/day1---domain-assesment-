      *****************************************************
      * OFFRCV.cpy                                         *
      * Offline voucher recovery register, keyed by account *
      * number and capture sequence - one row per paper      *
      * deposit or withdrawal slip taken while the host link  *
      * was down and keyed through OFFRCVR once it came back.  *
      * The item itself goes into the deposit intake or the     *
      * daily withdrawal file under the OFL channel code for     *
      * DEPSCRUB, DEPOSIT and WDRPOST to post; this row keeps the *
      * voucher, the outage date and the offline book figures it   *
      * was judged against, and OFFEXC reports every withdrawal     *
      * that broke the ceiling or was paid on a blocked account.     *
      *****************************************************
       01 OFFLINE-RECOVERY-RECORD.
          05 ORV-KEY.
             10 ORV-ACCOUNT-NUMBER  PIC 9(10).
             10 ORV-TRANS-SEQ       PIC 9(8).
          05 ORV-TXN-TYPE           PIC X.
             88 ORV-DEPOSIT         VALUE "D".
             88 ORV-WITHDRAWAL      VALUE "W".
          05 ORV-INSTRUMENT-TYPE    PIC X.
          05 ORV-AMOUNT             PIC 9(6).
          05 ORV-BRANCH             PIC X(4).
          05 ORV-VOUCHER-NO         PIC X(10).
          05 ORV-OUTAGE-DATE        PIC 9(8).
          05 ORV-KEYED-BY           PIC X(8).
          05 ORV-KEYED-DATE         PIC 9(8).
      * THE OFFLINE BOOK ENTRY AS IT STOOD WHEN THE VOUCHER WAS
      * KEYED - ZERO BOOK DATE WHEN THE ACCOUNT WAS NOT ON THE BOOK.
          05 ORV-BOOK-DATE          PIC 9(8).
          05 ORV-CEILING            PIC 9(9)V99.
      * ALL OFFLINE WITHDRAWALS ON THE ACCOUNT FOR THE SAME OUTAGE
      * DATE UP TO AND INCLUDING THIS ONE.
          05 ORV-OUTAGE-TOTAL       PIC 9(9)V99.
          05 ORV-EXCEPTION          PIC X.
             88 ORV-NO-EXCEPTION    VALUE " ".
             88 ORV-OVER-CEILING    VALUE "C".
             88 ORV-BLOCKED-ACCOUNT VALUE "B".
             88 ORV-NOT-ON-BOOK     VALUE "N".
          05 ORV-REPORTED-DATE      PIC 9(8).
