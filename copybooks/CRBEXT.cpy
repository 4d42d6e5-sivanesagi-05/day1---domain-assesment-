      *****************************************************
      * CRBEXT.cpy                                         *
      * Monthly credit bureau submission record, in the     *
      * bureau's fixed layout: a header, one detail per loan *
      * reported, and a trailer with the detail count and     *
      * outstanding balance total. The account reference is    *
      * the borrower customer id that keys the loan book. The   *
      * payment history is 24 months, most recent first: 0 =     *
      * current, 1-6 = 30-day steps past due, B = no installment  *
      * due that month.                                            *
      *****************************************************
       01 CREDIT-BUREAU-RECORD.
          05 CBR-RECORD-TYPE        PIC X(3).
             88 CBR-HEADER          VALUE "HDR".
             88 CBR-DETAIL          VALUE "DTL".
             88 CBR-TRAILER         VALUE "TRL".
          05 CBR-DETAIL-BODY.
             10 CBR-REPORT-MONTH    PIC 9(6).
             10 CBR-ACCOUNT-REF     PIC 9(8).
             10 CBR-BORROWER-NAME   PIC X(30).
             10 CBR-DATE-OF-BIRTH   PIC 9(8).
             10 CBR-ADDRESS         PIC X(40).
             10 CBR-OPEN-DATE       PIC 9(8).
             10 CBR-SANCTIONED-AMT  PIC 9(9).
             10 CBR-OUTSTANDING-BAL PIC 9(9).
             10 CBR-EMI-AMOUNT      PIC 9(9)V99.
             10 CBR-AMOUNT-OVERDUE  PIC 9(9)V99.
             10 CBR-DAYS-PAST-DUE   PIC 9(4).
             10 CBR-PAYMENT-HISTORY PIC X(24).
             10 CBR-ACCOUNT-STATUS  PIC X(2).
                88 CBR-STATUS-OPEN  VALUE "OP".
                88 CBR-STATUS-CLOSED VALUE "CL".
                88 CBR-STATUS-SETTLED VALUE "ST".
                88 CBR-STATUS-WRITTEN-OFF VALUE "WO".
             10 CBR-RESTRUCTURED    PIC X.
             10 CBR-NON-ACCRUAL     PIC X.
             10 CBR-COLLATERAL-COUNT PIC 9(2).
             10 CBR-COLLATERAL-VALUE PIC 9(11)V99.
             10 CBR-GUARANTOR-COUNT PIC 9(2).
             10 CBR-GUARANTEED-AMT  PIC 9(11).
      * Y = SENT AGAIN AFTER THE BUREAU REJECTED LAST MONTH'S.
             10 CBR-RESUBMITTED     PIC X.
          05 CBR-HEADER-BODY REDEFINES CBR-DETAIL-BODY.
             10 CBH-MEMBER-CODE     PIC X(10).
             10 CBH-REPORT-MONTH    PIC 9(6).
             10 CBH-CREATED-DATE    PIC 9(8).
             10 FILLER              PIC X(177).
          05 CBR-TRAILER-BODY REDEFINES CBR-DETAIL-BODY.
             10 CBT-RECORD-COUNT    PIC 9(7).
             10 CBT-BALANCE-TOTAL   PIC 9(13).
             10 FILLER              PIC X(181).
