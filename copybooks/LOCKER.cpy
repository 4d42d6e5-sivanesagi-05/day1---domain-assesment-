      *****************************************************
      * LOCKER.cpy                                         *
      * Safe deposit locker inventory keyed by branch +     *
      * locker number - one record per physical locker, free *
      * or let, in place of the branch spreadsheets. LKRMNT   *
      * adds lockers, allots them to a customer with a linked  *
      * account for the rent and surrenders them; LKRRENT       *
      * debits the annual rent through the fee schedule on the   *
      * due date and marks the locker in arrears when the account *
      * cannot pay; LKRARRS lists the arrears, stamps the notice   *
      * date NOTICES picks up, and builds the break-open list.      *
      *****************************************************
       01 LOCKER-RECORD.
          05 LKR-KEY.
             10 LKR-BRANCH          PIC X(4).
             10 LKR-LOCKER-NUMBER   PIC 9(4).
      * S/M/L - THE SIZE PICKS THE FEESCHED RENT EVENT CODE.
          05 LKR-SIZE               PIC X.
             88 LKR-SMALL           VALUE "S".
             88 LKR-MEDIUM          VALUE "M".
             88 LKR-LARGE           VALUE "L".
             88 LKR-VALID-SIZE      VALUE "S" "M" "L".
      * F = FREE TO LET; A = ALLOTTED TO A CUSTOMER;
      * X = OUT OF SERVICE (DAMAGED, OR BROKEN OPEN AND
      * AWAITING A NEW LOCK).
          05 LKR-STATUS             PIC X.
             88 LKR-FREE            VALUE "F".
             88 LKR-ALLOTTED        VALUE "A".
             88 LKR-OUT-OF-SERVICE  VALUE "X".
          05 LKR-CUSTOMER-ID        PIC 9(8).
          05 LKR-RENT-ACCOUNT       PIC 9(10).
          05 LKR-ALLOT-DATE         PIC 9(8).
      * THE NEXT ANNUAL RENT FALLS DUE ON THIS DATE - SET TO
      * THE ALLOTMENT DATE SO THE FIRST YEAR IS TAKEN IN
      * ADVANCE, THEN MOVED ON A YEAR AT EACH COLLECTION.
          05 LKR-RENT-DUE-DATE      PIC 9(8).
      * DATE THE RENT FIRST WENT UNPAID, ZERO WHEN CURRENT;
      * THE NOTICE DATE IS WHEN LKRARRS FOUND IT PAST THE
      * NOTICE PERIOD, ZERO UNTIL THEN.
          05 LKR-ARREARS-SINCE      PIC 9(8).
          05 LKR-NOTICE-DATE        PIC 9(8).
          05 LKR-LAST-ACCESS-DATE   PIC 9(8).
          05 LKR-SET-BY             PIC X(8).
          05 LKR-SET-DATE           PIC 9(8).
