      *****************************************************
      * AMLCASE.cpy                                        *
      * Compliance case register keyed by case number, with *
      * the customer as an alternate key. AMLLOAD opens a    *
      * case for a customer the first night one of the        *
      * compliance signals names them - LRGCASH, CASHSTRC, the *
      * CMPHOLD screening queue, the OVRJRNL override journal - *
      * and attaches every later signal to the same case while   *
      * it is still live. The investigator works it through       *
      * AMLMNT; AMLAGE reports cases past their review date and    *
      * AMLSTR extracts the suspicious-transaction report for cases *
      * decided as reportable.                                       *
      *****************************************************
       01 AML-CASE-RECORD.
          05 AMC-CASE-NUMBER        PIC 9(8).
          05 AMC-CUSTOMER-ID        PIC 9(8).
          05 AMC-OPENED-DATE        PIC 9(8).
          05 AMC-OPENED-SOURCE      PIC X(8).
      * OPERATOR ID OF THE ASSIGNED INVESTIGATOR, SPACES UNTIL
      * THE COMPLIANCE DESK ASSIGNS ONE.
          05 AMC-INVESTIGATOR-ID    PIC X(8).
      * O = OPEN; U = UNDER REVIEW; E = ESCALATED; C = CLOSED
      * WITH NO ACTION; R = REPORTED TO THE REGULATOR. C AND R
      * ARE FINAL - A LATER SIGNAL OPENS A NEW CASE.
          05 AMC-STATUS             PIC X.
             88 AMC-OPEN            VALUE "O".
             88 AMC-UNDER-REVIEW    VALUE "U".
             88 AMC-ESCALATED       VALUE "E".
             88 AMC-CLOSED-NO-ACTION VALUE "C".
             88 AMC-REPORTED        VALUE "R".
             88 AMC-CASE-LIVE       VALUE "O" "U" "E".
             88 AMC-VALID-STATUS    VALUE "O" "U" "E" "C" "R".
          05 AMC-STATUS-DATE        PIC 9(8).
          05 AMC-STATUS-BY          PIC X(8).
          05 AMC-REVIEW-DUE-DATE    PIC 9(8).
          05 AMC-ALERT-COUNT        PIC 9(4).
          05 AMC-LAST-ALERT-DATE    PIC 9(8).
          05 AMC-DISPOSITION-NOTES  PIC X(60).
      * DATE AMLSTR WROTE THE CASE TO THE REGULATOR'S EXTRACT,
      * ZERO UNTIL THEN.
          05 AMC-STR-EXTRACT-DATE   PIC 9(8).
