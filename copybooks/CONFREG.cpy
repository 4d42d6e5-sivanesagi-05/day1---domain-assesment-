      *****************************************************
      * CONFREG.cpy                                        *
      * Balance-confirmation response register, keyed by    *
      * cutoff date + the confirmation reference printed on  *
      * the letter. CONFSAMP writes one row per account drawn *
      * into the auditors' sample with its book balance at the *
      * cutoff; CONFRESP keys the returned confirmations        *
      * against it and records what the history investigation of *
      * a difference found; CONFEXC reports every row not agreed  *
      * for the audit file.                                        *
      *****************************************************
       01 CONFIRMATION-RECORD.
          05 CNF-KEY.
             10 CNF-CUTOFF-DATE     PIC 9(8).
             10 CNF-CONFIRM-REF     PIC 9(5).
          05 CNF-ACCOUNT-NUMBER     PIC 9(10).
          05 CNF-CUSTOMER-ID        PIC 9(8).
          05 CNF-ACCOUNT-TYPE       PIC X(2).
          05 CNF-BRANCH             PIC X(4).
          05 CNF-CURRENCY-CODE      PIC X(3).
      * THE SNAPSHOT BALANCE AT THE CUTOFF, IN THE ACCOUNT'S OWN
      * CURRENCY (WHAT THE LETTER ASKS THE CUSTOMER TO CONFIRM)
      * AND AT ITS HOME EQUIVALENT (WHAT THE SAMPLE WEIGHTED ON).
          05 CNF-BOOK-BALANCE       PIC S9(9)V99.
          05 CNF-LOCAL-BALANCE      PIC S9(11)V99.
          05 CNF-SELECTION          PIC X.
             88 CNF-FORCED          VALUE "F".
             88 CNF-SAMPLED         VALUE "S".
          05 CNF-LETTER-DATE        PIC 9(8).
          05 CNF-STATUS             PIC X.
             88 CNF-AWAITING-REPLY  VALUE "O".
             88 CNF-NO-ADDRESS      VALUE "N".
             88 CNF-UNDELIVERED     VALUE "U".
             88 CNF-AGREED          VALUE "A".
             88 CNF-DIFFERENCE      VALUE "D".
             88 CNF-EXPLAINED       VALUE "E".
          05 CNF-RESPONSE-DATE      PIC 9(8).
          05 CNF-CONFIRMED-BALANCE  PIC S9(9)V99.
          05 CNF-DIFFERENCE-AMT     PIC S9(9)V99.
          05 CNF-KEYED-BY           PIC X(8).
      * WHAT THE TXNHIST INVESTIGATION OF A DIFFERENCE FOUND -
      * THE BALANCE THE HISTORY SHOWS AT THE CUTOFF, THE NET
      * MOVEMENT POSTED SINCE, AND THE FIRST LATER POSTING DATE
      * WHOSE RESULT BALANCE IS THE ONE THE CUSTOMER QUOTED.
          05 CNF-HISTORY-BALANCE    PIC S9(9)V99.
          05 CNF-POST-CUTOFF-NET    PIC S9(9)V99.
          05 CNF-TIMING-DATE        PIC 9(8).
          05 CNF-REASON-CODE        PIC X(2).
             88 CNF-REASON-TIMING   VALUE "TM".
             88 CNF-REASON-CUSTOMER VALUE "CE".
             88 CNF-REASON-BANK     VALUE "BE".
             88 CNF-REASON-OTHER    VALUE "OT".
          05 CNF-RESOLUTION-NOTE    PIC X(30).
          05 CNF-RESOLVED-BY        PIC X(8).
          05 CNF-RESOLVED-DATE      PIC 9(8).
