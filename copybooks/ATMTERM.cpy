      *****************************************************
      * ATMTERM.cpy                                        *
      * ATM terminal master keyed by terminal id - the id   *
      * the vendor puts on every channel item, the branch    *
      * that services the machine, its cassettes, and the     *
      * cash cycle since the custodians last loaded it,        *
      * brought forward nightly by ATMCASH from the channel     *
      * intake's dispenses.                                      *
      *****************************************************
       01 ATM-TERMINAL-RECORD.
          05 ATM-TERMINAL-ID        PIC X(8).
          05 ATM-BRANCH             PIC X(4).
          05 ATM-LOCATION           PIC X(30).
          05 ATM-STATUS             PIC X.
             88 ATM-TERMINAL-ACTIVE VALUE "A".
             88 ATM-TERMINAL-CLOSED VALUE "C".
      * UP TO FOUR CASSETTES, EACH ONE NOTE DENOMINATION WITH ITS
      * CAPACITY IN NOTES - AN UNUSED CASSETTE CARRIES DENOMINATION
      * ZERO. THE LOADED COUNT IS WHAT WENT IN AT THE LAST SERVICE.
          05 ATM-CASSETTE OCCURS 4 TIMES.
             10 ATM-CST-DENOM       PIC 9(3).
             10 ATM-CST-CAPACITY    PIC 9(5).
             10 ATM-CST-LOADED      PIC 9(5).
      * USUAL DAYS BETWEEN SERVICE VISITS - THE DEFAULT NEXT VISIT
      * WHEN THE CUSTODIANS DO NOT KEY ONE.
          05 ATM-VISIT-DAYS         PIC 9(3).
      * THE CURRENT CASH CYCLE - WHEN THE MACHINE WAS LAST
      * SERVICED, WHAT WAS LOADED (ZERO WHEN IT WAS UNLOADED AND
      * LEFT EMPTY), AND WHAT THE INTAKE SAYS IT HAS PAID OUT
      * SINCE. A SERVICE DATE OF ZERO MEANS NEVER LOADED.
          05 ATM-LOAD-DATE          PIC 9(8).
          05 ATM-LOAD-TIME          PIC 9(6).
          05 ATM-LOADED-AMOUNT      PIC 9(11)V99.
          05 ATM-DISPENSED-AMOUNT   PIC 9(11)V99.
          05 ATM-NEXT-VISIT-DATE    PIC 9(8).
      * AVERAGE DAILY PAY-OUT OVER THE LAST COMPLETED CYCLE - THE
      * FORECAST'S RATE UNTIL THE NEW CYCLE HAS A DAY OF ITS OWN.
          05 ATM-PRIOR-DAILY-RATE   PIC 9(11)V99.
          05 ATM-POSITION-DATE      PIC 9(8).
          05 ATM-SET-BY             PIC X(8).
          05 ATM-SET-DATE           PIC 9(8).
