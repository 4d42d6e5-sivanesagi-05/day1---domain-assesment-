      *****************************************************
      * PPEXCPT.cpy                                        *
      * Positive-pay exception register, keyed by account   *
      * number + cheque serial + the date the item was       *
      * presented. The inward presentment run writes one row  *
      * for every presented cheque that does not match the     *
      * customer's issued-cheque file. An auto-return account's *
      * row is returned there and then; a hold account's row     *
      * waits for the customer's decision (PPMNT), or the default *
      * at the cutoff (PPDECRUN), and is then presented again to   *
      * be paid or returned on that decision.                       *
      *****************************************************
       01 POSITIVE-PAY-EXCEPTION-RECORD.
          05 PPX-KEY.
             10 PPX-ACCOUNT-NUMBER  PIC 9(10).
             10 PPX-CHEQUE-SERIAL   PIC 9(6).
             10 PPX-PRESENTED-DATE  PIC 9(8).
          05 PPX-CUSTOMER-ID        PIC 9(8).
          05 PPX-ITEM-SEQ           PIC 9(8).
          05 PPX-PRESENTING-BANK    PIC X(8).
          05 PPX-PRESENTED-AMOUNT   PIC 9(9)V99.
          05 PPX-PRESENTED-PAYEE    PIC X(30).
      * WHAT THE CUSTOMER'S FILE SAYS WAS ISSUED - ZERO AND SPACES
      * WHEN THE SERIAL IS NOT ON IT AT ALL.
          05 PPX-ISSUED-AMOUNT      PIC 9(9)V99.
          05 PPX-ISSUED-PAYEE       PIC X(30).
          05 PPX-REASON-CODE        PIC X(3).
          05 PPX-REASON             PIC X(30).
          05 PPX-DECISION           PIC X.
             88 PPX-UNDECIDED       VALUE SPACE.
             88 PPX-DECIDE-PAY      VALUE "P".
             88 PPX-DECIDE-RETURN   VALUE "R".
          05 PPX-DECISION-SOURCE    PIC X.
             88 PPX-BY-CUSTOMER     VALUE "C".
             88 PPX-BY-DEFAULT      VALUE "D".
             88 PPX-BY-AUTO-RETURN  VALUE "A".
          05 PPX-DECIDED-BY         PIC X(8).
          05 PPX-DECIDED-DATE       PIC 9(8).
          05 PPX-STATUS             PIC X.
             88 PPX-HELD            VALUE "H".
             88 PPX-DECIDED         VALUE "D".
             88 PPX-PAID            VALUE "P".
             88 PPX-RETURNED        VALUE "R".
          05 PPX-STATUS-DATE        PIC 9(8).
