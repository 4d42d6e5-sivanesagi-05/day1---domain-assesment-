      *****************************************************
      * GLPERIOD.cpy                                       *
      * Closed-period table keyed by GL period (YYYYMM). A  *
      * period locked here takes no further ordinary         *
      * postings: GLPOST refuses an entry dated in it and     *
      * GLUPDT will not fold one. The fiscal year-end close    *
      * locks every period of the year it closes; a correction  *
      * into a locked period goes only through the               *
      * supervisor-approved GLADJ route.                          *
      *****************************************************
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD             PIC 9(6).
          05 GLP-STATUS             PIC X.
             88 GLP-PERIOD-LOCKED   VALUE "L".
      * THE FISCAL YEAR-END PERIOD WHOSE CLOSE LOCKED THIS ONE.
          05 GLP-YEAR-END-PERIOD    PIC 9(6).
          05 GLP-LOCKED-BY          PIC X(8).
          05 GLP-LOCKED-DATE        PIC 9(8).
