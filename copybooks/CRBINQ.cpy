      *****************************************************
      * CRBINQ.cpy                                         *
      * Credit bureau inquiry in the bureau's fixed layout, *
      * one line per loan applicant LOANELIG needs a bureau  *
      * report for, appended as the application is checked    *
      * and sent to the bureau with the day's file.            *
      *****************************************************
       01 BUREAU-INQUIRY-RECORD.
          05 CBQ-CUSTOMER-ID        PIC 9(8).
          05 CBQ-CUSTOMER-NAME      PIC X(30).
          05 CBQ-DATE-OF-BIRTH      PIC 9(8).
          05 CBQ-ADDRESS            PIC X(40).
          05 CBQ-REQUESTED-AMT      PIC 9(9).
          05 CBQ-INQUIRY-DATE       PIC 9(8).
