       PROGRAM-ID. GLPOST.

      *****************************************************
      * Common GL journal writer for home-currency postings, *
      * shared by every posting program the way AUDITLOG is   *
      * shared for the audit trail. One call writes a balanced *
      * pair of detail lines - debit one GL account, credit the *
      * other for the same amount. The pair is written by        *
      * GLPOSTFX with the home currency, so a program posting a   *
      * foreign-currency account calls GLPOSTFX directly instead.  *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.

       LINKAGE SECTION.
       01 LS-SOURCE-PROGRAM   PIC X(8).
                                LS-ACCOUNT-TYPE LS-DR-GL-ACCOUNT
                                LS-CR-GL-ACCOUNT LS-AMOUNT.
       MAIN-LOGIC.
           CALL "GLPOSTFX" USING LS-SOURCE-PROGRAM LS-BRANCH
               LS-ACCOUNT-TYPE LS-DR-GL-ACCOUNT LS-CR-GL-ACCOUNT
               WS-HOME-CURRENCY LS-AMOUNT

           GOBACK.
