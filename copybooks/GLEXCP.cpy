      *****************************************************
      * GLEXCP.cpy                                         *
      * GL posting exception - one record per journal side  *
      * GLPOST could not book where it was asked to: no       *
      * posting rule resolved, the GL account is not on the    *
      * chart, or it has been closed. The amount went to the    *
      * GL suspense line instead; finance works the morning      *
      * exceptions report and moves it to the right account.     *
      *****************************************************
       01 GL-EXCEPTION-RECORD.
          05 GLX-POSTING-DATE       PIC 9(8).
          05 GLX-POSTING-TIME       PIC 9(8).
          05 GLX-SOURCE-PROGRAM     PIC X(8).
          05 GLX-BRANCH             PIC X(4).
          05 GLX-ACCOUNT-TYPE       PIC X(2).
          05 GLX-DR-CR              PIC X.
             88 GLX-DEBIT-SIDE      VALUE "D".
             88 GLX-CREDIT-SIDE     VALUE "C".
          05 GLX-REQUESTED-GL       PIC X(8).
          05 GLX-SUSPENSE-GL        PIC X(8).
          05 GLX-AMOUNT             PIC 9(9)V99.
          05 GLX-REASON             PIC X.
             88 GLX-NO-RULE         VALUE "R".
             88 GLX-UNKNOWN-ACCOUNT VALUE "U".
             88 GLX-CLOSED-ACCOUNT  VALUE "C".
      * P = THE PROCESSING DATE FELL IN A LOCKED GL PERIOD - NEITHER
      * SIDE WAS BOOKED, NOT EVEN TO SUSPENSE, AND THE SUSPENSE GL
      * IS BLANK. FINANCE BOOKS IT THROUGH GLADJ OR IN THE NEXT
      * OPEN PERIOD.
             88 GLX-PERIOD-LOCKED   VALUE "P".
