      *****************************************************
      * ATMLOAD.cpy                                        *
      * ATM service log keyed by terminal, service date and *
      * sequence - each load or unload the cash custodians   *
      * capture at the machine: the notes counted out of each *
      * cassette, the notes put in, and the reconciliation of  *
      * the count against the cash the intake says should have  *
      * been left, which ATMCASH makes once the day's dispenses  *
      * are in.                                                   *
      *****************************************************
       01 ATM-LOAD-RECORD.
          05 ATL-KEY.
             10 ATL-TERMINAL-ID     PIC X(8).
             10 ATL-SERVICE-DATE    PIC 9(8).
             10 ATL-SERVICE-SEQ     PIC 9(3).
          05 ATL-SERVICE-TIME       PIC 9(6).
          05 ATL-BRANCH             PIC X(4).
          05 ATL-CUSTODIAN-ID       PIC X(8).
          05 ATL-SECOND-CUSTODIAN   PIC X(8).
      * THE CASH CYCLE THIS SERVICE CLOSED - WHEN IT WAS LOADED,
      * WITH HOW MUCH, AND WHAT THE INTAKE SAYS WAS PAID OUT OF IT.
      * DISPENSES CAPTURED BEFORE THE SERVICE BUT ARRIVING ON A
      * LATER INTAKE ARE ADDED HERE BY ATMCASH.
          05 ATL-PRIOR-LOAD-DATE    PIC 9(8).
          05 ATL-PRIOR-LOAD-TIME    PIC 9(6).
          05 ATL-PRIOR-LOADED       PIC 9(11)V99.
          05 ATL-DISPENSED          PIC 9(11)V99.
          05 ATL-CASSETTE OCCURS 4 TIMES.
             10 ATL-CST-DENOM       PIC 9(3).
             10 ATL-RETURNED-QTY    PIC 9(5).
             10 ATL-LOADED-QTY      PIC 9(5).
          05 ATL-RETURNED-AMOUNT    PIC 9(11)V99.
          05 ATL-LOADED-AMOUNT      PIC 9(11)V99.
          05 ATL-NEXT-VISIT-DATE    PIC 9(8).
      * EXPECTED IS LOADED LESS DISPENSED; THE DIFFERENCE IS
      * RETURNED LESS EXPECTED - A SHORTAGE IS NEGATIVE.
          05 ATL-EXPECTED-AMOUNT    PIC S9(11)V99.
          05 ATL-DIFFERENCE         PIC S9(11)V99.
          05 ATL-RECON-STATUS       PIC X.
             88 ATL-RECON-PENDING   VALUE "P".
             88 ATL-RECON-NONE      VALUE "N".
             88 ATL-RECON-MATCHED   VALUE "M".
             88 ATL-BREAK-OPEN      VALUE "B".
             88 ATL-BREAK-RESOLVED  VALUE "R".
          05 ATL-RECON-DATE         PIC 9(8).
          05 ATL-RESOLVED-DATE      PIC 9(8).
          05 ATL-RESOLVED-BY        PIC X(8).
