      *****************************************************
      * CAMPDEF.cpy                                        *
      * Marketing campaign definition keyed by campaign     *
      * code - the selection criteria CAMPSEL applies in     *
      * place of a one-off extract job: product holdings, the *
      * combined BALSNAP balance, age, relationship band and a *
      * term-deposit maturity window. CAMPSEL stamps the        *
      * extract on the record and CAMPRESP the responses and     *
      * take-up measured against it.                              *
      *****************************************************
       01 CAMPAIGN-DEFINITION-RECORD.
          05 CMP-CAMPAIGN-CODE      PIC X(8).
          05 CMP-DESCRIPTION        PIC X(30).
      * D = DEFINED, AWAITING ITS EXTRACT (CRITERIA MAY STILL BE
      * AMENDED); X = EXTRACTED; C = CLOSED, NO MORE RESPONSES.
          05 CMP-STATUS             PIC X.
             88 CMP-AWAITING-EXTRACT VALUE "D".
             88 CMP-EXTRACTED       VALUE "X".
             88 CMP-CLOSED          VALUE "C".
      * PRODUCT HOLDINGS - AN ACCOUNT TYPE THE CUSTOMER MUST HOLD
      * AND ONE THEY MUST NOT. "LN" IS A LOAN ON LOANMAST; SPACES
      * IS NO TEST.
          05 CMP-HOLDS-TYPE         PIC X(2).
          05 CMP-LACKS-TYPE         PIC X(2).
      * COMBINED HOME-CURRENCY BALANCE ACROSS THE CUSTOMER'S
      * ACCOUNTS ON THE LATEST BALSNAP NIGHT. A ZERO MAXIMUM IS
      * NO UPPER LIMIT.
          05 CMP-MIN-BALANCE        PIC 9(11)V99.
          05 CMP-MAX-BALANCE        PIC 9(11)V99.
      * CUM-CURRENT-AGE RANGE; A ZERO MAXIMUM IS NO UPPER LIMIT.
          05 CMP-MIN-AGE            PIC 9(3).
          05 CMP-MAX-AGE            PIC 9(3).
      * RELATIONSHIP-PRICING BANDS TAKEN, E.G. "AB"; SPACES IS
      * ANY BAND, OR NONE.
          05 CMP-BANDS              PIC X(3).
      * AN OPEN TERM DEPOSIT MATURING FROM/TO THIS MANY DAYS
      * AFTER THE EXTRACT DATE; A ZERO TO-DAYS IS NO TEST.
          05 CMP-TD-FROM-DAYS       PIC 9(3).
          05 CMP-TD-TO-DAYS         PIC 9(3).
      * THE PRODUCT ON OFFER - TAKE-UP IS ONE OPENED AFTER THE
      * EXTRACT. SPACES COUNTS ANY NEW ACCOUNT.
          05 CMP-OFFER-TYPE         PIC X(2).
          05 CMP-SET-DATE           PIC 9(8).
          05 CMP-SET-BY             PIC X(8).
          05 CMP-EXTRACT-DATE       PIC 9(8).
      * HIGHEST ACCOUNT NUMBER ACCTOPEN COULD HAVE ISSUED BY THE
      * EXTRACT - AN ACCOUNT NUMBERED ABOVE IT WAS OPENED SINCE.
          05 CMP-ACCOUNT-MARK       PIC 9(10).
          05 CMP-SELECTED-COUNT     PIC 9(6).
          05 CMP-SUPPRESSED-COUNT   PIC 9(6).
          05 CMP-RESPONSE-COUNT     PIC 9(6).
          05 CMP-TAKEUP-COUNT       PIC 9(6).
