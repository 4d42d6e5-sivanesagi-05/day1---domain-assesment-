      *****************************************************
      * LNAPPL.cpy                                         *
      * Loan application register keyed by application      *
      * number, one row per application from capture to      *
      * booking or closure. LOANELIG stores its decision      *
      * here, LNAPMNT moves the application through documents, *
      * sanction, decline and withdrawal, and LOANOPEN books    *
      * only a sanctioned application and stamps the loan onto   *
      * it. Days spent in each open stage are added up as the     *
      * application leaves it, for the LNAPRPT turnaround report.  *
      *****************************************************
       01 LOAN-APPLICATION-RECORD.
          05 LAP-APPLICATION-NO     PIC 9(8).
          05 LAP-CUSTOMER-ID        PIC 9(8).
          05 LAP-PRODUCT            PIC X(2).
          05 LAP-BRANCH             PIC X(4).
          05 LAP-REQUESTED-AMT      PIC 9(9).
          05 LAP-TERM-YEARS         PIC 9(2).
          05 LAP-STAGE              PIC X.
             88 LAP-CAPTURED        VALUE "C".
             88 LAP-ELIGIBILITY-DONE VALUE "E".
             88 LAP-DOCS-PENDING    VALUE "P".
             88 LAP-SANCTIONED      VALUE "S".
             88 LAP-BOOKED          VALUE "B".
             88 LAP-DECLINED        VALUE "D".
             88 LAP-WITHDRAWN       VALUE "W".
             88 LAP-IN-PIPELINE     VALUE "C" "E" "P" "S".
          05 LAP-STAGE-DATE         PIC 9(8).
          05 LAP-CAPTURE-DATE       PIC 9(8).
          05 LAP-CAPTURED-BY        PIC X(8).
      * DAYS ALREADY SPENT IN EACH OPEN STAGE - THE CURRENT
      * STAGE'S DAYS ARE ADDED WHEN THE APPLICATION LEAVES IT.
          05 LAP-DAYS-CAPTURED      PIC 9(4).
          05 LAP-DAYS-ELIGIBILITY   PIC 9(4).
          05 LAP-DAYS-DOCUMENTS     PIC 9(4).
          05 LAP-DAYS-SANCTIONED    PIC 9(4).
          05 LAP-ELIG-DECISION      PIC X(18).
          05 LAP-ELIG-REASON        PIC X(20).
          05 LAP-ELIG-DATE          PIC 9(8).
          05 LAP-DEBT-SERVICE-PCT   PIC 9(5)V99.
          05 LAP-SANCTIONED-AMT     PIC 9(9).
          05 LAP-SANCTION-DATE      PIC 9(8).
          05 LAP-SANCTIONED-BY      PIC X(8).
      * THE LOAN AS BOOKED - LOANMAST IS KEYED BY CUSTOMER.
          05 LAP-LOAN-CUSTOMER-ID   PIC 9(8).
          05 LAP-BOOKED-PRINCIPAL   PIC 9(9).
          05 LAP-BOOKED-RATE        PIC 9(2)V99.
          05 LAP-BOOKED-TERM-MONTHS PIC 9(3).
          05 LAP-DISBURSE-ACCOUNT   PIC 9(10).
          05 LAP-BOOKED-DATE        PIC 9(8).
          05 LAP-CLOSE-REASON       PIC X(20).
          05 LAP-CLOSED-DATE        PIC 9(8).
          05 LAP-CLOSED-BY          PIC X(8).
