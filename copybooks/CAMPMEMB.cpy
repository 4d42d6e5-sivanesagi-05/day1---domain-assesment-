      *****************************************************
      * CAMPMEMB.cpy                                       *
      * Campaign member register keyed by campaign code +   *
      * customer id - one row per customer CAMPSEL put on a  *
      * campaign's extract. CAMPRESP records the customer's   *
      * response off the campaign's response file and whether  *
      * they took up the offer with a new account opened after  *
      * the extract.                                             *
      *****************************************************
       01 CAMPAIGN-MEMBER-RECORD.
          05 CMB-KEY.
             10 CMB-CAMPAIGN-CODE   PIC X(8).
             10 CMB-CUSTOMER-ID     PIC 9(8).
          05 CMB-BRANCH             PIC X(4).
          05 CMB-SELECTED-DATE      PIC 9(8).
      * SPACE = NO RESPONSE YET; I = INTERESTED; N = DECLINED.
          05 CMB-RESPONSE           PIC X.
             88 CMB-NO-RESPONSE     VALUE " ".
             88 CMB-INTERESTED      VALUE "I".
             88 CMB-DECLINED        VALUE "N".
          05 CMB-RESPONSE-DATE      PIC 9(8).
          05 CMB-TAKEUP-FLAG        PIC X.
             88 CMB-TOOK-UP         VALUE "Y".
          05 CMB-TAKEUP-ACCOUNT     PIC 9(10).
