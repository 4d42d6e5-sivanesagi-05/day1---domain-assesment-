      *****************************************************
      * ALRTSUB.cpy                                        *
      * Transaction alert subscription, keyed by account    *
      * number. Debits and credits alert at or over their    *
      * own threshold (zero alerts on every one), and the     *
      * card flag alerts every ATM or POS transaction whatever *
      * its size. Alerts go by SMS, email or both to the        *
      * account holder's verified contacts on CONTPREF, through  *
      * ALRTEVT.                                                  *
      *****************************************************
       01 ALERT-SUBSCRIPTION-RECORD.
          05 ALS-ACCOUNT-NUMBER     PIC 9(10).
          05 ALS-DEBIT-FLAG         PIC X.
             88 ALS-DEBIT-ALERTS    VALUE "Y".
          05 ALS-DEBIT-THRESHOLD    PIC 9(9)V99.
          05 ALS-CREDIT-FLAG        PIC X.
             88 ALS-CREDIT-ALERTS   VALUE "Y".
          05 ALS-CREDIT-THRESHOLD   PIC 9(9)V99.
          05 ALS-CARD-FLAG          PIC X.
             88 ALS-CARD-ALERTS     VALUE "Y".
          05 ALS-DELIVERY           PIC X.
             88 ALS-DELIVERY-VALID  VALUE "S" "E" "B".
             88 ALS-BY-SMS          VALUE "S" "B".
             88 ALS-BY-EMAIL        VALUE "E" "B".
          05 ALS-STATUS             PIC X.
             88 ALS-ACTIVE          VALUE "A".
             88 ALS-CANCELLED       VALUE "C".
          05 ALS-SET-DATE           PIC 9(8).
          05 ALS-SET-BY             PIC X(8).
