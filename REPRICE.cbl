       01 WS-CHANGED-GRADES   PIC 9(3)   VALUE 0.
       01 WS-REPRICED-LOANS   PIC 9(5)   VALUE 0.
       01 WS-BRANCH           PIC X(4).
       01 WS-LTX-EVENT        PIC X(4)   VALUE "RPRC".
       01 WS-LTX-TRANS-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-LTX-PRINCIPAL    PIC 9(9)V99 VALUE 0.
       01 WS-LTX-INTEREST     PIC 9(9)V99 VALUE 0.
       01 WS-LTX-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-LTX-RATE-ED      PIC Z9.99.
       01 WS-LTX-REFERENCE    PIC X(16).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

       APPLY-GRADE-CHANGE.
           MOVE RTB-INTEREST-RATE TO WS-OLD-RATE
           MOVE RTB-INTEREST-RATE TO RTB-PRIOR-RATE
           MOVE NRT-NEW-RATE       TO RTB-INTEREST-RATE
           MOVE NRT-EFFECTIVE-DATE TO RTB-EFFECTIVE-DATE
           REWRITE RATE-TABLE-RECORD
           END-IF
           ADD 1 TO WS-REPRICED-LOANS

           MOVE NRT-NEW-RATE TO WS-LTX-RATE-ED
           MOVE SPACES TO WS-LTX-REFERENCE
           STRING "RATE " WS-LTX-RATE-ED " T " LNM-TERM-MONTHS
               DELIMITED BY SIZE INTO WS-LTX-REFERENCE
           CALL "LNTXNLOG" USING LNM-CUSTOMER-ID WS-LTX-EVENT
               WS-LTX-TRANS-AMT WS-LTX-PRINCIPAL WS-LTX-INTEREST
               WS-LTX-CHARGES LNM-EXISTING-LOAN-BAL "REPRICE "
               WS-LTX-REFERENCE

           PERFORM FIND-LOAN-BRANCH

           MOVE NRT-GRADE       TO IMP-GRADE
