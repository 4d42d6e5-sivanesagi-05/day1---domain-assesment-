      *****************************************************
      * RECDEP.cpy                                         *
      * Recurring-deposit contract keyed by the ACCTMAST    *
      * account number carrying the deposit. The customer    *
      * commits to a fixed monthly installment for a 12 to 60 *
      * month term; RDCOLL debits it from the linked demand    *
      * account on the due day, counting paid and missed        *
      * installments and compounding interest on the cumulative  *
      * balance, and RDMATUR pays the maturity value back to the  *
      * linked account. ACCTOPEN writes the record when a type     *
      * "RD" account opens.                                         *
      *****************************************************
       01 RECURRING-DEPOSIT-RECORD.
          05 RCD-ACCOUNT-NUMBER     PIC 9(10).
          05 RCD-INSTALLMENT-AMT    PIC 9(7)V99.
          05 RCD-TERM-MONTHS        PIC 9(3).
      * DAY OF THE MONTH THE INSTALLMENT FALLS DUE - 1 TO 28 SO
      * THE DATE EXISTS IN EVERY MONTH OF THE TERM.
          05 RCD-DUE-DAY            PIC 9(2).
          05 RCD-CONTRACT-RATE      PIC 9(2)V99.
          05 RCD-LINKED-ACCOUNT     PIC 9(10).
          05 RCD-OPEN-DATE          PIC 9(8).
          05 RCD-NEXT-DUE-DATE      PIC 9(8).
          05 RCD-MATURITY-DATE      PIC 9(8).
          05 RCD-INSTALLS-PAID      PIC 9(3).
          05 RCD-INSTALLS-MISSED    PIC 9(3).
          05 RCD-TOTAL-DEPOSITED    PIC 9(9)V99.
      * INTEREST EARNED SO FAR ON THE CUMULATIVE BALANCE - HELD
      * ON THE CONTRACT, NOT THE ACCOUNT, UNTIL MATURITY PAYS IT.
          05 RCD-INTEREST-EARNED    PIC 9(7)V99.
      * PROJECTED AT OPENING ASSUMING EVERY INSTALLMENT IS PAID;
      * RDMATUR REPLACES IT WITH THE AMOUNT ACTUALLY PAID OUT.
          05 RCD-MATURITY-VALUE     PIC 9(9)V99.
          05 RCD-STATUS             PIC X.
             88 RCD-CONTRACT-OPEN   VALUE "O".
             88 RCD-CONTRACT-MATURED VALUE "M".
      * D = DEFAULTED AFTER TOO MANY MISSED INSTALLMENTS - NO
      * MORE COLLECTIONS, AND RDMATUR RETURNS THE INSTALLMENTS
      * WITHOUT INTEREST, THEN MARKS THE CONTRACT C (CLOSED).
             88 RCD-CONTRACT-DEFAULTED VALUE "D".
             88 RCD-CONTRACT-CLOSED VALUE "C".
