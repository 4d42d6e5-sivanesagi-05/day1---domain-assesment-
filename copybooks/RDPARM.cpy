      *****************************************************
      * RDPARM.cpy                                         *
      * Recurring-deposit policy keyed by account type -    *
      * the number of missed installments a contract may run *
      * up before RDCOLL defaults it. A type with no row      *
      * takes the RDCOLL default of three.                     *
      *****************************************************
       01 RD-PARM-RECORD.
          05 RDM-ACCOUNT-TYPE       PIC X(2).
          05 RDM-MAX-MISSED         PIC 9(2).
