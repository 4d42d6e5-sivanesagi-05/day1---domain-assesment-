      *****************************************************
      * SODHIST.cpy                                        *
      * Staff and segregation-of-duties exception, one line *
      * per finding, appended each night by SODRPT and       *
      * summarized by branch for internal audit at month end  *
      * by SODMTH. THE EXCEPTION CODES ARE:                    *
      *   OWNACCT  : OPERATOR TRANSACTED ON AN ACCOUNT THEY OWN *
      *              OR JOINTLY OWN                             *
      *   SAMEMKCK : MAKER AND CHECKER ARE THE SAME PERSON      *
      *   STAFFOVR : SUPERVISOR OVERRODE A RULE ON AN ACCOUNT   *
      *              OF STAFF AT THEIR OWN BRANCH               *
      *****************************************************
       01 SOD-HISTORY-RECORD.
          05 SOH-DATE               PIC 9(8).
          05 SOH-EXCEPTION          PIC X(8).
             88 SOH-OWN-ACCOUNT     VALUE "OWNACCT".
             88 SOH-SAME-MAKER-CHECKER VALUE "SAMEMKCK".
             88 SOH-STAFF-OVERRIDE  VALUE "STAFFOVR".
          05 SOH-BRANCH             PIC X(4).
          05 SOH-OPERATOR-ID        PIC X(8).
      * THE CHECKER, APPROVER OR OVERRIDING SUPERVISOR - SPACES
      * ON AN OWN-ACCOUNT LINE.
          05 SOH-SECOND-ID          PIC X(8).
          05 SOH-STAFF-CUSTOMER     PIC 9(8).
          05 SOH-ACCOUNT-NUMBER     PIC 9(10).
          05 SOH-AMOUNT             PIC 9(9)V99.
          05 SOH-SOURCE             PIC X(8).
          05 SOH-REFERENCE          PIC X(18).
