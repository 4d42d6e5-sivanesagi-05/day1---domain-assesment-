      *****************************************************
      * CRBPARM.cpy                                        *
      * Credit bureau decision cutoffs keyed by product     *
      * code (LN = the loan book). Below the decline score   *
      * LOANELIG rejects; below the refer score, at or past   *
      * the refer delinquency step, or over the debt-service   *
      * ratio it refers to the manager. A bureau report older   *
      * than the maximum age is asked for again. With no row     *
      * LOANELIG uses 550 / 650 / step 3 / 50 percent / 30 days.  *
      *****************************************************
       01 BUREAU-PARM-RECORD.
          05 CBP-PRODUCT            PIC X(2).
          05 CBP-DECLINE-SCORE      PIC 9(3).
          05 CBP-REFER-SCORE        PIC 9(3).
          05 CBP-REFER-DELINQUENCY  PIC 9(1).
          05 CBP-MAX-DSR-PCT        PIC 9(3).
          05 CBP-MAX-RESPONSE-DAYS  PIC 9(3).
