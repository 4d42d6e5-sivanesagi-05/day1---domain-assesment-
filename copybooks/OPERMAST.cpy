      * which role. The role gates supervisor-only            *
      * functions; the active flag retires an operator         *
      * without deleting the id history refers to.              *
      * The customer id links the operator to their own          *
      * CUSTMAST record, so staff banking with us can be          *
      * watched for activity on their own accounts.                *
      *****************************************************
       01 OPERATOR-MASTER-RECORD.
          05 OPM-OPERATOR-ID        PIC X(8).
          05 OPM-ROLE               PIC X.
             88 OPM-TELLER-ROLE     VALUE "T".
             88 OPM-SUPERVISOR-ROLE VALUE "S".
             88 OPM-COMPLIANCE-ROLE VALUE "C".
          05 OPM-PASSWORD           PIC X(8).
          05 OPM-ACTIVE-FLAG        PIC X.
             88 OPM-OPERATOR-ACTIVE VALUE "A".
             88 OPM-OPERATOR-RETIRED VALUE "R".
      * ZERO WHEN THE OPERATOR HOLDS NO ACCOUNTS WITH US.
          05 OPM-CUSTOMER-ID        PIC 9(8).
      * WHEN THE ID WAS SET UP, LAST SIGNED ON TO THE TELLER MENU,
      * AND LAST HAD ITS PASSWORD SET - ZERO WHERE NOT YET KNOWN.
      * OPERIDLE RETIRES AN ID IDLE TOO LONG SINCE THE LATER OF
      * ITS ADDED AND LAST SIGN-ON DATES.
          05 OPM-ADDED-DATE         PIC 9(8).
          05 OPM-LAST-SIGNON-DATE   PIC 9(8).
          05 OPM-PASSWORD-DATE      PIC 9(8).
