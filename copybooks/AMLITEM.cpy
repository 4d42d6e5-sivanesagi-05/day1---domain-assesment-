      *****************************************************
      * AMLITEM.cpy                                        *
      * The signals and transactions linked to a compliance *
      * case, keyed by case number + item sequence. AMLLOAD  *
      * writes one item per signal line it attaches: the      *
      * source program, the rule or screening hit that raised  *
      * it, and the account, date, transaction code, amount and *
      * reference where the source carries them. AMLMNT shows    *
      * them to the investigator and AMLSTR lists them under the  *
      * case on the suspicious-transaction report.                 *
      *****************************************************
       01 AML-CASE-ITEM-RECORD.
          05 AMI-KEY.
             10 AMI-CASE-NUMBER     PIC 9(8).
             10 AMI-ITEM-SEQ        PIC 9(4).
          05 AMI-SOURCE             PIC X(8).
          05 AMI-ALERT-DATE         PIC 9(8).
          05 AMI-RULE               PIC X(10).
          05 AMI-ACCOUNT-NUMBER     PIC 9(10).
          05 AMI-TRANS-DATE         PIC 9(8).
          05 AMI-TRANS-CODE         PIC X(4).
          05 AMI-AMOUNT             PIC 9(11)V99.
          05 AMI-REFERENCE          PIC X(12).
