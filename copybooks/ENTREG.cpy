      *****************************************************
      * ENTREG.cpy                                         *
      * Non-individual customer register keyed by customer  *
      * id - a company, partnership, trust or other body     *
      * booked on CUSTMAST. A customer with a row here is an  *
      * entity, not a person: its legal name, registration     *
      * number, incorporation date and entity type live here,   *
      * its signatories and beneficial owners on RELPARTY, and   *
      * eligibility follows entity rules instead of age.          *
      *****************************************************
       01 ENTITY-REGISTER-RECORD.
          05 ENT-CUSTOMER-ID        PIC 9(8).
          05 ENT-ENTITY-TYPE        PIC X.
             88 ENT-CORPORATION     VALUE "C".
             88 ENT-PARTNERSHIP     VALUE "P".
             88 ENT-TRUST           VALUE "T".
             88 ENT-OTHER-BODY      VALUE "O".
             88 ENT-VALID-TYPE      VALUE "C" "P" "T" "O".
          05 ENT-LEGAL-NAME         PIC X(60).
          05 ENT-REGISTRATION-NO    PIC X(20).
          05 ENT-INCORPORATION-DATE.
             10 ENT-INC-YYYY        PIC 9(4).
             10 ENT-INC-MM          PIC 9(2).
             10 ENT-INC-DD          PIC 9(2).
          05 ENT-REGISTERED-DATE    PIC 9(8).
          05 ENT-OPERATOR-ID        PIC X(8).
