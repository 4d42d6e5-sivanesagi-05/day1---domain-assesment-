      * id - how (and whether) the nightly notice run may    *
      * contact the customer. No record on file means mail,   *
      * the default the letter extracts have always assumed.   *
      * The mobile number and email address are where           *
      * transaction alerts go; each carries its own verification *
      * status, and only a verified one is sent to - a gateway    *
      * delivery failure marks it failed until it is verified      *
      * again.                                                      *
      *****************************************************
       01 CONTACT-PREFERENCE-RECORD.
          05 CPF-CUSTOMER-ID        PIC 9(8).
             88 CPF-NO-CONTACT      VALUE "N".
          05 CPF-SET-DATE           PIC 9(8).
          05 CPF-SET-BY             PIC X(8).
          05 CPF-MOBILE-NUMBER      PIC X(15).
          05 CPF-MOBILE-STATUS      PIC X.
             88 CPF-MOBILE-UNVERIFIED VALUE "U" " ".
             88 CPF-MOBILE-VERIFIED VALUE "V".
             88 CPF-MOBILE-FAILED   VALUE "F".
          05 CPF-MOBILE-VERIFIED-DATE PIC 9(8).
          05 CPF-EMAIL-ADDRESS      PIC X(50).
          05 CPF-EMAIL-STATUS       PIC X.
             88 CPF-EMAIL-UNVERIFIED VALUE "U" " ".
             88 CPF-EMAIL-VERIFIED  VALUE "V".
             88 CPF-EMAIL-FAILED    VALUE "F".
          05 CPF-EMAIL-VERIFIED-DATE PIC 9(8).
