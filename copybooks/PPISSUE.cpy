      *****************************************************
      * PPISSUE.cpy                                        *
      * Positive-pay issued-cheque register, keyed by       *
      * account number + cheque serial - the cheques an      *
      * enrolled business customer says it has written,       *
      * loaded by PPLOAD from the customer's file. Each row    *
      * stays outstanding until the cheque pays through inward  *
      * clearing or the customer voids it.                       *
      *****************************************************
       01 POSITIVE-PAY-ISSUE-RECORD.
          05 PPI-KEY.
             10 PPI-ACCOUNT-NUMBER  PIC 9(10).
             10 PPI-CHEQUE-SERIAL   PIC 9(6).
          05 PPI-AMOUNT             PIC 9(9)V99.
          05 PPI-ISSUE-DATE         PIC 9(8).
          05 PPI-PAYEE              PIC X(30).
          05 PPI-LOADED-DATE        PIC 9(8).
          05 PPI-STATUS             PIC X.
             88 PPI-OUTSTANDING     VALUE "O".
             88 PPI-PAID            VALUE "P".
             88 PPI-VOIDED          VALUE "V".
          05 PPI-STATUS-DATE        PIC 9(8).
