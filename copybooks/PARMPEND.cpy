      *****************************************************
      * PARMPEND.cpy                                       *
      * Effective-dated parameter row, keyed by table name  *
      * + account type + effective date + event code (the    *
      * FEESCHED event, spaces for every other table).        *
      * PARMMNT stages a future-dated change here; the nightly *
      * PARMACT run applies rows whose date has arrived to      *
      * MINBALPM, VELLIMIT, SVCFEEPM, or FEESCHED with a         *
      * before/after audit record, and FEESIM prices the staged   *
      * fee rows against the month before they activate. THE VALUE *
      * SLOTS CARRY, BY TABLE:                                      *
      *   MINBALPM: V1 = MINIMUM BALANCE                         *
      *   VELLIMIT: V1 = DAILY MAX AMOUNT, V3 = DAILY MAX COUNT  *
      *   SVCFEEPM: V1 = MONTHLY FEE,      V3 = GRACE DAYS       *
      *   FEESCHED: V1 = FEE PER EVENT,    V3 = FREE ALLOWANCE   *
      *****************************************************
       01 PARAMETER-PENDING-RECORD.
          05 PRM-KEY.
             10 PRM-TABLE           PIC X(8).
             10 PRM-ACCOUNT-TYPE    PIC X(2).
             10 PRM-EFFECTIVE-DATE  PIC 9(8).
             10 PRM-EVENT-CODE      PIC X(4).
          05 PRM-VALUE-1            PIC 9(9)V99.
          05 PRM-VALUE-3            PIC 9(3).
          05 PRM-SET-BY             PIC X(8).
      * THE SUPERVISOR WHO SIGNED OFF THE STAGED ROW, AND WHEN.
          05 PRM-APPROVED-BY        PIC X(8).
          05 PRM-APPROVED-DATE      PIC 9(8).
          05 PRM-STATUS             PIC X.
             88 PRM-ROW-PENDING     VALUE "P".
             88 PRM-ROW-APPLIED     VALUE "A".
