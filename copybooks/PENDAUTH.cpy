      *****************************************************
      * PENDAUTH.cpy                                       *
      * Pending dual-signature debit, keyed by PAU-AUTH-ID. *
      * WITHDRAWAL, TRANSFER and WIREOUT queue a debit here  *
      * when the account's signing rule says all owners must  *
      * sign and the amount is over the threshold; AUTHPEND    *
      * lets a second owner authorize or decline it at a        *
      * teller, and only then does the money move. A debit that  *
      * scores as out of character for the account waits here     *
      * too, for a supervisor.                                     *
      *****************************************************
       01 PENDING-AUTH-RECORD.
          05 PAU-AUTH-ID            PIC 9(8).
          05 PAU-TRANS-TYPE         PIC X.
             88 PAU-WITHDRAWAL      VALUE "W".
             88 PAU-TRANSFER        VALUE "T".
             88 PAU-OUTWARD-WIRE    VALUE "O".
          05 PAU-AMOUNT             PIC 9(9)V99.
      * THE CREDIT ACCOUNT OF A TRANSFER; FOR AN OUTWARD WIRE,
      * THE WIREPAY PAYMENT ID THE DEBIT RELEASES.
          05 PAU-CREDIT-ACCOUNT     PIC 9(10).
          05 PAU-FIRST-OWNER        PIC 9(8).
          05 PAU-QUEUED-DATE        PIC 9(8).
             88 PAU-AUTH-PENDING    VALUE "P".
             88 PAU-AUTH-DONE       VALUE "A".
             88 PAU-AUTH-DECLINED   VALUE "D".
      * WHY THE DEBIT WAITS. S = THE ALL-MUST-SIGN RULE (ENTRIES
      * QUEUED BEFORE THE REASON WAS CARRIED ARE SPACES); A = AN
      * ANOMALY SCORE FROM BEHSCORE, WHICH ONLY A SUPERVISOR MAY
      * RELEASE. AN ANOMALY ENTRY WITH A FIRST OWNER ON IT ALSO
      * NEEDS THE SECOND OWNER.
          05 PAU-QUEUE-REASON       PIC X.
             88 PAU-SIGNING-RULE    VALUE "S" " ".
             88 PAU-ANOMALY-REFER   VALUE "A".
          05 PAU-ANOMALY-SCORE      PIC 9(3).
          05 PAU-ANOMALY-REASON     PIC X(25).
      * THE CHANNEL THE DEBIT CAME IN ON - ATM OR POS FOR AN
      * ITEM HELD BACK BY THE CHANNEL FORMATTER, OTHERWISE TLR.
          05 PAU-CHANNEL-CODE       PIC X(3).
