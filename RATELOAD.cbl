       01 WS-FXPOS-STATUS     PIC XX.
       01 WS-REVAL-AMOUNT     PIC S9(11)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-PENDCHG-STATUS   PIC XX.
       01 WS-PEND-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-PENDING   VALUE "Y".
                       END-IF
                       IF WS-REVAL-AMOUNT > 0
                           MOVE WS-REVAL-AMOUNT TO WS-GL-AMOUNT
                           CALL "GLRULE" USING "RATELOAD" "FXGAIN  "
                               "FX" WS-DR-GL WS-CR-GL
                           CALL "GLPOST" USING "RATELOAD" "HO  " "FX"
                               WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                       END-IF
                       IF WS-REVAL-AMOUNT < 0
                           COMPUTE WS-GL-AMOUNT =
                               0 - WS-REVAL-AMOUNT
                           CALL "GLRULE" USING "RATELOAD" "FXLOSS  "
                               "FX" WS-DR-GL WS-CR-GL
                           CALL "GLPOST" USING "RATELOAD" "HO  " "FX"
                               WS-DR-GL WS-CR-GL WS-GL-AMOUNT
                       END-IF
                       MOVE TRR-NEW-RATE TO FXP-LAST-RATE
                       MOVE TRR-EFFECTIVE-DATE TO FXP-LAST-DATE
