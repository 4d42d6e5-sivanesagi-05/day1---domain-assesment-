      * self-approval blocked and both ids on the record.       *
      * PCH-KEY-VALUE AND PCH-NEW-VALUE ARE PACKED BY THE       *
      * MAKER AND UNPACKED BY THE CHECKER:                       *
      *   CUSTMNT : KEY = CUSTOMER ID (8), AN ADDRESS CHANGE    *
      *             ADDS THE ADDRESS COUNTRY (2)                *
      *   TAXRES  : KEY = CUSTOMER ID (8) + SLOT (1),           *
      *             VALUE = COUNTRY (2) + FOREIGN TAX ID (20)   *
      *   SELFCERT  : KEY = CUSTOMER ID (8),                    *
      *             VALUE = STATUS (1) + CERT DATE (8)          *
      *   HOLDREL : KEY = ACCOUNT (10) + HOLD SEQ (4)           *
      *   RATECHG : KEY = CURRENCY (3), VALUE = RATE 9(5)V9(4)  *
      *             AS NINE DIGITS                              *
      *   SOCANCEL  : KEY = STANDING ORDER ID (8)               *
      *   CARDBLOCK : KEY = CARD NUMBER (16)                    *
      *   OLBWDRAW  : KEY = CUSTOMER ID (8)                     *
      *   CYCCANCEL : KEY = ACCOUNT (10)                        *
      *   OWNREMOVE : KEY = ACCOUNT (10), VALUE = CUSTOMER (8)  *
      *****************************************************
       01 PENDING-CHANGE-RECORD.
          05 PCH-CHANGE-ID          PIC 9(8).
