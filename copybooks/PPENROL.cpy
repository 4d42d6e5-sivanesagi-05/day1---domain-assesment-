      *****************************************************
      * PPENROL.cpy                                        *
      * Positive-pay enrolment, keyed by account number.    *
      * Only a business customer (one on ENTREG) can enrol.  *
      * Once the enrolment is active, every cheque presented  *
      * on the account must match the customer's issued-cheque *
      * file (PPISSUE) on serial and amount - and on payee when *
      * payee checking is chosen. A mismatch is either returned  *
      * at once or held for the customer's same-day decision,     *
      * with the default decision applied to anything still        *
      * undecided at the cutoff.                                    *
      *****************************************************
       01 POSITIVE-PAY-ENROLMENT-RECORD.
          05 PPE-ACCOUNT-NUMBER     PIC 9(10).
          05 PPE-CUSTOMER-ID        PIC 9(8).
          05 PPE-EXCEPTION-MODE     PIC X.
             88 PPE-AUTO-RETURN     VALUE "R".
             88 PPE-HOLD-FOR-DECISION VALUE "H".
             88 PPE-MODE-VALID      VALUE "R" "H".
          05 PPE-DEFAULT-DECISION   PIC X.
             88 PPE-DEFAULT-PAY     VALUE "P".
             88 PPE-DEFAULT-RETURN  VALUE "R".
             88 PPE-DEFAULT-VALID   VALUE "P" "R".
          05 PPE-PAYEE-CHECK        PIC X.
             88 PPE-MATCH-PAYEE     VALUE "Y".
          05 PPE-STATUS             PIC X.
             88 PPE-ACTIVE          VALUE "A".
             88 PPE-CANCELLED       VALUE "C".
          05 PPE-SET-DATE           PIC 9(8).
          05 PPE-SET-BY             PIC X(8).
