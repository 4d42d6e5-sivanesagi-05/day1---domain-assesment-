       01 WS-SIGNON-BRANCH    PIC X(4).
       01 WS-SIGNON-ROLE      PIC X.
          88 WS-IS-SUPERVISOR VALUE "S".
          88 WS-IS-COMPLIANCE VALUE "C".
       01 WS-TLRJRNL-STATUS   PIC XX.
       01 WS-PIN-ACCOUNT      PIC 9(10).
       01 WS-PIN-RESULT       PIC X.
      * AN OPERATOR ID - THE SIGN-ON IS WHAT MAKES THAT ID REAL
      * INSTEAD OF WHATEVER THE TELLER FELT LIKE TYPING.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-MASTER
           CALL "FILERR" USING "TELLRMEN" "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
                       MOVE OPM-ROLE        TO WS-SIGNON-ROLE
                       DISPLAY "SIGNED ON: " OPM-OPERATOR-NAME
                           " AT BRANCH " OPM-BRANCH
                       PERFORM STAMP-LAST-SIGNON
                   ELSE
                       DISPLAY "INVALID OPERATOR OR PASSWORD"
                   END-IF
           END-READ.

      * THE LAST SIGN-ON DATE IS WHAT THE NIGHTLY IDLE-ID SWEEP
      * AND THE QUARTERLY RECERTIFICATION REPORT GO BY.
       STAMP-LAST-SIGNON.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE TO OPM-LAST-SIGNON-DATE
           REWRITE OPERATOR-MASTER-RECORD
           CALL "FILERR" USING "TELLRMEN" "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "========================================"
           DISPLAY "  18. CONTACT/COMPLAINT LOG"
           DISPLAY "  19. TRANSACTION DISPUTES"
           DISPLAY "  20. STOP-PAYMENT ORDERS"
           DISPLAY "  21. DRAFT/BANKER'S CHEQUE ISSUE"
           DISPLAY "  22. DRAFT CANCEL/REFUND    (SUPERVISOR)"
           DISPLAY "  23. SAFE DEPOSIT LOCKERS"
           DISPLAY "  24. AML CASE MANAGEMENT    (COMPLIANCE)"
           DISPLAY "  25. ACCESS RECERTIFICATION (SUPERVISOR)"
           DISPLAY "  26. COLLECTIONS WORK QUEUE"
           DISPLAY "  27. POST-DATED CHEQUES"
           DISPLAY "  28. BRANCH REPORTS         (SUPERVISOR)"
           DISPLAY "  29. DATA ACCESS REQUESTS"
           DISPLAY "  30. OFFLINE VOUCHERS       (SUPERVISOR)"
           DISPLAY "  99. EXIT"
           DISPLAY "ENTER CHOICE: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 16
                   CALL "CARDMNT"
               WHEN 17
                   CALL "AUTHPEND" USING WS-SIGNON-ROLE
               WHEN 18
                   CALL "CONTMNT"
               WHEN 19
                   CALL "DSPMNT"
               WHEN 20
                   CALL "STOPMNT"
               WHEN 21
                   CALL "DRAFTISS"
               WHEN 22
                   PERFORM SUPERVISOR-DRAFT-CANCEL
               WHEN 23
                   CALL "LKRMNT" USING WS-SIGNON-ROLE
               WHEN 24
                   PERFORM COMPLIANCE-AML-CASES
               WHEN 25
                   PERFORM SUPERVISOR-RECERTIFY
               WHEN 26
                   CALL "COLLQMNT"
               WHEN 27
                   CALL "PDCMNT"
               WHEN 28
                   PERFORM SUPERVISOR-BRANCH-REPORTS
               WHEN 29
                   CALL "DSARMNT"
               WHEN 30
                   PERFORM SUPERVISOR-OFFLINE-RECOVERY
               WHEN 99
                   DISPLAY "EXITING TELLER MENU"
               WHEN OTHER
               WHEN 18 MOVE "CONTMNT"   TO WS-JOURNAL-FUNCTION
               WHEN 19 MOVE "DSPMNT"    TO WS-JOURNAL-FUNCTION
               WHEN 20 MOVE "STOPMNT"   TO WS-JOURNAL-FUNCTION
               WHEN 21 MOVE "DRAFTISS"  TO WS-JOURNAL-FUNCTION
               WHEN 22 MOVE "DRAFTCAN"  TO WS-JOURNAL-FUNCTION
               WHEN 23 MOVE "LKRMNT"    TO WS-JOURNAL-FUNCTION
               WHEN 24 MOVE "AMLMNT"    TO WS-JOURNAL-FUNCTION
               WHEN 25 MOVE "RECRTMNT"  TO WS-JOURNAL-FUNCTION
               WHEN 26 MOVE "COLLQMNT"  TO WS-JOURNAL-FUNCTION
               WHEN 27 MOVE "PDCMNT"    TO WS-JOURNAL-FUNCTION
               WHEN 28 MOVE "RPTVIEW"   TO WS-JOURNAL-FUNCTION
               WHEN 29 MOVE "DSARMNT"   TO WS-JOURNAL-FUNCTION
               WHEN 30 MOVE "OFFRCVR"   TO WS-JOURNAL-FUNCTION
               WHEN 10 MOVE "DEPAPPR"   TO WS-JOURNAL-FUNCTION
               WHEN 11 MOVE "OPERMNT"   TO WS-JOURNAL-FUNCTION
               WHEN 99 MOVE "SIGNOFF"   TO WS-JOURNAL-FUNCTION
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

       SUPERVISOR-RECERTIFY.
           IF WS-IS-SUPERVISOR
               CALL "RECRTMNT"
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

       SUPERVISOR-OPER-MAINT.
           IF WS-IS-SUPERVISOR
               CALL "OPERMNT"
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

      * A SUPERVISOR SEES ONLY THE SIGNED-ON BRANCH'S REPORTS.
       SUPERVISOR-BRANCH-REPORTS.
           IF WS-IS-SUPERVISOR
               CALL "RPTVIEW" USING WS-SIGNON-BRANCH
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

      * PAPER VOUCHERS TAKEN WHILE THE HOST WAS DOWN ARE KEYED BACK
      * UNDER THE SIGNED-ON BRANCH BY ITS SUPERVISOR.
       SUPERVISOR-OFFLINE-RECOVERY.
           IF WS-IS-SUPERVISOR
               CALL "OFFRCVR" USING WS-SIGNON-OPERATOR WS-SIGNON-BRANCH
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

       SUPERVISOR-DRAFT-CANCEL.
           IF WS-IS-SUPERVISOR
               CALL "DRAFTCAN"
           ELSE
               DISPLAY "SUPERVISOR ROLE REQUIRED"
           END-IF.

       COMPLIANCE-AML-CASES.
           IF WS-IS-COMPLIANCE
               CALL "AMLMNT"
           ELSE
               DISPLAY "COMPLIANCE ROLE REQUIRED"
           END-IF.
