      *****************************************************
      * SCVREC.cpy                                         *
      * Deposit insurer's single-customer-view record, in   *
      * the insurer's fixed layout: a header carrying the    *
      * coverage limit applied, then per depositor one CUS    *
      * record with identity, total eligible deposits and the  *
      * insured and uninsured split, followed by one DEP record *
      * per ownership capacity the depositor holds, and a        *
      * trailer with the counts and totals. Amounts are home      *
      * currency and include interest accrued to the as-at date; a *
      * joint balance is shared equally among its owners.           *
      *****************************************************
       01 SINGLE-CUSTOMER-VIEW-RECORD.
          05 SCV-RECORD-TYPE        PIC X(3).
             88 SCV-HEADER          VALUE "HDR".
             88 SCV-CUSTOMER        VALUE "CUS".
             88 SCV-DEPOSIT         VALUE "DEP".
             88 SCV-TRAILER         VALUE "TRL".
          05 SCV-CUSTOMER-BODY.
             10 SCV-CUSTOMER-ID     PIC 9(8).
             10 SCV-CUSTOMER-NAME   PIC X(30).
             10 SCV-DATE-OF-BIRTH   PIC 9(8).
             10 SCV-ADDRESS         PIC X(40).
             10 SCV-TOTAL-DEPOSITS  PIC 9(13)V99.
             10 SCV-INSURED-AMT     PIC 9(13)V99.
             10 SCV-UNINSURED-AMT   PIC 9(13)V99.
      * Y = AT LEAST ONE OF THE DEPOSITS IS UNDER LEGAL FREEZE.
             10 SCV-FROZEN-FLAG     PIC X.
      * Y = ON THE DECEASED REGISTER, ESTATE NOT YET RELEASED.
             10 SCV-DECEASED-FLAG   PIC X.
             10 SCV-DEATH-DATE      PIC 9(8).
          05 SCV-DEPOSIT-BODY REDEFINES SCV-CUSTOMER-BODY.
             10 SCD-CUSTOMER-ID     PIC 9(8).
      * SGL = SOLE OWNER; JNT = THIS OWNER'S SHARE OF JOINT
      * ACCOUNTS.
             10 SCD-CAPACITY        PIC X(3).
                88 SCD-SINGLE       VALUE "SGL".
                88 SCD-JOINT        VALUE "JNT".
             10 SCD-ACCOUNT-COUNT   PIC 9(5).
             10 SCD-PRINCIPAL       PIC 9(13)V99.
             10 SCD-ACCRUED-INT     PIC 9(11)V99.
             10 SCD-TOTAL           PIC 9(13)V99.
             10 SCD-FROZEN-FLAG     PIC X.
             10 FILLER              PIC X(81).
          05 SCV-HEADER-BODY REDEFINES SCV-CUSTOMER-BODY.
             10 SCH-INSTITUTION     PIC X(10).
             10 SCH-AS-AT-DATE      PIC 9(8).
             10 SCH-COVERAGE-LIMIT  PIC 9(9)V99.
             10 SCH-CREATED-DATE    PIC 9(8).
             10 FILLER              PIC X(104).
          05 SCV-TRAILER-BODY REDEFINES SCV-CUSTOMER-BODY.
             10 SCT-CUSTOMER-COUNT  PIC 9(7).
             10 SCT-DEPOSIT-COUNT   PIC 9(7).
             10 SCT-TOTAL-DEPOSITS  PIC 9(15)V99.
             10 SCT-INSURED-AMT     PIC 9(15)V99.
             10 SCT-UNINSURED-AMT   PIC 9(15)V99.
             10 FILLER              PIC X(76).
