      *****************************************************
      * TAXRES.cpy                                         *
      * Foreign tax residency per customer, keyed by        *
      * customer id, for FATCA and CRS reporting. Captured   *
      * through CUSTMNT and applied by CHGAPPR under          *
      * maker-checker. Country codes are ISO two-letter;       *
      * spaces means the home jurisdiction, so a customer with  *
      * no row or an all-space row is domestic. A valid          *
      * self-certification is what the residency countries stand  *
      * on - without one, a foreign address or residency is an     *
      * indicium that TAXIND flags each month until it is cured.    *
      *****************************************************
       01 TAX-RESIDENCY-RECORD.
          05 TRS-CUSTOMER-ID        PIC 9(8).
      * COUNTRY OF THE ADDRESS ON CUSTMAST - SET WHEN AN ADDRESS
      * CHANGE IS APPLIED.
          05 TRS-ADDRESS-COUNTRY    PIC X(2).
          05 TRS-RESIDENCY OCCURS 3 TIMES.
             10 TRS-RES-COUNTRY     PIC X(2).
             10 TRS-FOREIGN-TIN     PIC X(20).
          05 TRS-CERT-STATUS        PIC X.
             88 TRS-CERT-NONE       VALUE " ".
             88 TRS-CERT-REQUESTED  VALUE "R".
             88 TRS-CERT-VALID      VALUE "V".
             88 TRS-CERT-WITHDRAWN  VALUE "X".
             88 TRS-VALID-CERT-CODE VALUE "R" "V" "X".
          05 TRS-CERT-DATE          PIC 9(8).
          05 TRS-INDICIA-FLAG       PIC X.
             88 TRS-INDICIA-OPEN    VALUE "Y".
             88 TRS-INDICIA-CLEAR   VALUE "N" " ".
          05 TRS-INDICIA-DATE       PIC 9(8).
          05 TRS-UPDATED-DATE       PIC 9(8).
          05 TRS-UPDATED-BY         PIC X(8).
