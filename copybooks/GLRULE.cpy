      *****************************************************
      * GLRULE.cpy                                         *
      * GL posting rule keyed by source program + posting   *
      * event + account type - which GL account each side    *
      * of a posting goes to. An account type of ** is the    *
      * rule for every type the program posts; a row for a     *
      * specific ACM-ACCOUNT-TYPE overrides it. The posting     *
      * programs look their pair up through the GLRULE           *
      * subprogram instead of carrying GL literals.               *
      *****************************************************
       01 GL-POSTING-RULE-RECORD.
          05 GPR-KEY.
             10 GPR-SOURCE-PROGRAM  PIC X(8).
             10 GPR-EVENT           PIC X(8).
             10 GPR-ACCOUNT-TYPE    PIC X(2).
          05 GPR-DR-GL-ACCOUNT      PIC X(8).
          05 GPR-CR-GL-ACCOUNT      PIC X(8).
          05 GPR-SET-BY             PIC X(8).
          05 GPR-SET-DATE           PIC 9(8).
