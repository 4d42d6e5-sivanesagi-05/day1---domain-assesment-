      *****************************************************
      * CRBRESP.cpy                                        *
      * Credit bureau report per applicant, keyed by        *
      * customer id. LOANELIG writes the row when it sends   *
      * the inquiry; CRBLOAD fills in the bureau's answer     *
      * when the response file comes back - the external       *
      * score, what the customer owes other lenders and pays    *
      * them each month, how many facilities they hold open and  *
      * their worst delinquency, in the same 30-day steps (0-6)   *
      * as the CRBEXT history.                                     *
      *****************************************************
       01 BUREAU-RESPONSE-RECORD.
          05 CBS-CUSTOMER-ID        PIC 9(8).
          05 CBS-INQUIRY-DATE       PIC 9(8).
          05 CBS-STATUS             PIC X.
             88 CBS-INQUIRY-SENT    VALUE "I".
             88 CBS-RESPONSE-LOADED VALUE "R".
          05 CBS-RESPONSE-DATE      PIC 9(8).
          05 CBS-SCORE              PIC 9(3).
          05 CBS-EXT-EXPOSURE       PIC 9(11).
          05 CBS-EXT-MONTHLY-PAY    PIC 9(9)V99.
          05 CBS-OPEN-FACILITIES    PIC 9(3).
          05 CBS-WORST-DELINQUENCY  PIC 9(1).
