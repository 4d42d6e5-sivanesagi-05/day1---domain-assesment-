      *         tested against ACM-MTD-TXN-COUNT)               *
      *   CHQR  returned cheque                                  *
      *   STOP  stop-payment placement                            *
      *   RDMS  missed recurring-deposit installment (RDCOLL,      *
      *         charged to the deposit itself)                      *
      *   LKRS/LKRM/LKRL  annual safe deposit locker rent            *
      *         by locker size (LKRRENT, charged to the rent          *
      *         account)                                               *
      *   PDCB  bounced post-dated loan repayment cheque               *
      *         (PDCBACK, charged to the loan's linked account)        *
      *   LATE  late charge on a loan installment gone to arrears,     *
      *         once per installment (LOANPOST, added to what the      *
      *         installment owes rather than charged to an account)    *
      * The posting programs charge at posting time with               *
      * a statement line and a balanced GL income entry.               *
      *****************************************************
       01 FEE-SCHEDULE-RECORD.
          05 FSC-KEY.
