      *****************************************************
      * GLRECHST.cpy                                       *
      * Subledger-to-GL reconciliation history keyed by GL  *
      * account + branch + currency - the difference GLRECON *
      * found between the subledger total and the GLBAL       *
      * position on its last run and on the run before, so the *
      * nightly report can show the day-on-day movement and     *
      * pick out a break that has just appeared. First-seen date *
      * is kept while a difference stays open and cleared once it *
      * nets back to zero.                                         *
      *****************************************************
       01 GL-RECON-HISTORY-RECORD.
          05 GRH-KEY.
             10 GRH-GL-ACCOUNT      PIC X(8).
             10 GRH-BRANCH          PIC X(4).
             10 GRH-CURRENCY-CODE   PIC X(3).
          05 GRH-RUN-DATE           PIC 9(8).
          05 GRH-DIFFERENCE         PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
      * THE RUN BEFORE - A RERUN FOR THE SAME DATE MEASURES ITS
      * MOVEMENT FROM HERE RATHER THAN FROM ITS OWN FIRST PASS.
          05 GRH-PRIOR-RUN-DATE     PIC 9(8).
          05 GRH-PRIOR-DIFFERENCE   PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
          05 GRH-FIRST-SEEN-DATE    PIC 9(8).
