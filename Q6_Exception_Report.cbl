           IF WS-RUN-REFUSED
               DISPLAY "EXCEPTRP ALREADY COMPLETE FOR "
                   WS-RUNCTL-DATE " - RUN REFUSED"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               WS-RUNCTL-DATE WS-RUNCTL-IN WS-RUNCTL-OUT
               WS-RUNCTL-REFUSE

           GOBACK.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
