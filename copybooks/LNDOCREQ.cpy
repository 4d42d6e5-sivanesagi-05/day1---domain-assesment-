      *****************************************************
      * LNDOCREQ.cpy                                       *
      * Loan document checklist keyed by loan product +     *
      * document code, maintained by LNDOCMNT. A product     *
      * with no active row cannot take applications; each     *
      * active row becomes a document to collect on every new  *
      * application for the product.                            *
      *****************************************************
       01 LOAN-DOC-REQUIREMENT-RECORD.
          05 LDR-KEY.
             10 LDR-PRODUCT         PIC X(2).
             10 LDR-DOC-CODE        PIC X(4).
          05 LDR-DESCRIPTION        PIC X(30).
          05 LDR-STATUS             PIC X.
             88 LDR-ACTIVE          VALUE "A".
             88 LDR-RETIRED         VALUE "R".
          05 LDR-SET-DATE           PIC 9(8).
          05 LDR-SET-BY             PIC X(8).
