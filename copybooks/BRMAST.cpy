      *****************************************************
      * BRMAST.cpy                                         *
      * Branch master keyed by branch code - the master     *
      * that makes ACM-BRANCH, OPM-BRANCH, GLJ-BRANCH and    *
      * the intake entry branches real branches instead of    *
      * free four-character fields. Carries the region the     *
      * branch reports under, whether it is open, whether it    *
      * holds cash, and its daily posting cutoff (HHMM).         *
      *****************************************************
       01 BRANCH-MASTER-RECORD.
          05 BRM-BRANCH-CODE        PIC X(4).
          05 BRM-BRANCH-NAME        PIC X(30).
          05 BRM-REGION             PIC X(4).
          05 BRM-STATUS             PIC X.
             88 BRM-BRANCH-OPEN     VALUE "O".
             88 BRM-BRANCH-CLOSED   VALUE "C".
          05 BRM-CASH-FLAG          PIC X.
             88 BRM-HOLDS-CASH      VALUE "Y".
             88 BRM-NO-CASH         VALUE "N".
          05 BRM-CUTOFF-TIME        PIC 9(4).
          05 BRM-SET-BY             PIC X(8).
          05 BRM-SET-DATE           PIC 9(8).
