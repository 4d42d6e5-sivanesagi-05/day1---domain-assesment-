       01 WS-PRIOR-PROV       PIC 9(9)V99.
       01 WS-MOVEMENT         PIC S9(9)V99.
       01 WS-GL-AMOUNT        PIC 9(9)V99.
       01 WS-DR-GL            PIC X(8).
       01 WS-CR-GL            PIC X(8).
       01 WS-BRANCH           PIC X(4).
       01 WS-ON-FILE-FLAG     PIC X.
          88 WS-PRIOR-ON-FILE VALUE "Y".

           IF WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-GL-AMOUNT
               CALL "GLRULE" USING "LNPROV  " "PROVUP  " "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNPROV  " "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF
           IF WS-MOVEMENT < 0
               COMPUTE WS-GL-AMOUNT = 0 - WS-MOVEMENT
               CALL "GLRULE" USING "LNPROV  " "PROVDOWN" "LN"
                   WS-DR-GL WS-CR-GL
               CALL "GLPOST" USING "LNPROV  " "HO  " "LN"
                   WS-DR-GL WS-CR-GL WS-GL-AMOUNT
           END-IF

           PERFORM STORE-NEW-PROVISION
