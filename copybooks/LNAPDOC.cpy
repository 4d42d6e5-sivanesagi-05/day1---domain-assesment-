      *****************************************************
      * LNAPDOC.cpy                                        *
      * Documents to collect for one loan application,      *
      * keyed by application number + document code. Written *
      * pending from the product's LNDOCREQ checklist when    *
      * the application is captured; LNAPMNT marks each        *
      * received or waived, and the application cannot be       *
      * sanctioned while any is still pending.                   *
      *****************************************************
       01 LOAN-APP-DOCUMENT-RECORD.
          05 LAD-KEY.
             10 LAD-APPLICATION-NO  PIC 9(8).
             10 LAD-DOC-CODE        PIC X(4).
          05 LAD-DESCRIPTION        PIC X(30).
          05 LAD-STATUS             PIC X.
             88 LAD-PENDING         VALUE "P".
             88 LAD-RECEIVED        VALUE "R".
             88 LAD-WAIVED          VALUE "W".
          05 LAD-STATUS-DATE        PIC 9(8).
          05 LAD-STATUS-BY          PIC X(8).
