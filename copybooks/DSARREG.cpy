      *****************************************************
      * DSARREG.cpy                                        *
      * Data-subject access request register keyed by       *
      * request number - a customer's request for everything *
      * we hold about them, logged by DSARMNT with the        *
      * statutory due date, fulfilled by DSAREXT, which        *
      * collects the customer's records into one extract and    *
      * stamps the fulfilment date and line count here, and      *
      * watched by the nightly DSARAGE aging so nothing runs past *
      * its deadline.                                              *
      *****************************************************
       01 DSAR-REGISTER-RECORD.
          05 DSR-REQUEST-NO         PIC 9(6).
          05 DSR-CUSTOMER-ID        PIC 9(8).
          05 DSR-BRANCH             PIC X(4).
          05 DSR-CHANNEL            PIC X(8).
          05 DSR-RECEIVED-DATE      PIC 9(8).
          05 DSR-DUE-DATE           PIC 9(8).
          05 DSR-LOGGED-BY          PIC X(8).
          05 DSR-FULFILLED-DATE     PIC 9(8).
          05 DSR-EXTRACT-LINES      PIC 9(7).
          05 DSR-STATUS             PIC X.
             88 DSR-REQUEST-OPEN    VALUE "O".
             88 DSR-REQUEST-FULFILLED VALUE "F".
             88 DSR-REQUEST-WITHDRAWN VALUE "W".
