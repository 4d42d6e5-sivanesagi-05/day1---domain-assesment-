      *****************************************************
      * TXNCODE.cpy                                        *
      * Transaction-code table, keyed on the four-character *
      * code every posting program stamps on STMTEXT. Holds  *
      * the short narrative for passbooks and the teller      *
      * history inquiry, the longer statement description,     *
      * and whether the code debits or credits the customer.    *
      *****************************************************
       01 TRANSACTION-CODE-RECORD.
          05 TCD-TRANS-CODE         PIC X(4).
          05 TCD-NARRATIVE          PIC X(12).
          05 TCD-DR-CR              PIC X.
             88 TCD-DEBIT           VALUE "D".
             88 TCD-CREDIT          VALUE "C".
          05 TCD-STATEMENT-DESC     PIC X(24).
          05 TCD-SET-BY             PIC X(8).
          05 TCD-SET-DATE           PIC 9(8).
