      *****************************************************
      * COLLCONT.cpy                                       *
      * Collections contact log, one line per call made     *
      * from COLLQMNT - who called which borrower, when,     *
      * what came of it, and any promise to pay that was      *
      * taken.                                                 *
      *****************************************************
       01 COLLECTION-CONTACT-RECORD.
          05 CCL-CONTACT-DATE       PIC 9(8).
          05 CCL-CONTACT-TIME       PIC 9(8).
          05 CCL-COLLECTOR-ID       PIC X(8).
          05 CCL-CUSTOMER-ID        PIC 9(8).
          05 CCL-BUCKET             PIC 9(1).
          05 CCL-OUTCOME            PIC X.
          05 CCL-PTP-AMOUNT         PIC 9(9)V99.
          05 CCL-PTP-DATE           PIC 9(8).
          05 CCL-NOTE               PIC X(40).
