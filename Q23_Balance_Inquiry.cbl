          88 WS-ABEND         VALUE "Y".
       01 WS-INQUIRY-ACCOUNT  PIC 9(10).
       01 WS-STATUS-TEXT      PIC X(10).
       01 WS-CURRENCY-TEXT    PIC X(4).
       01 WS-PIN-RESULT       PIC X.
          88 WS-PIN-VERIFIED  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8)   VALUE SPACES.
       01 WS-MANDATE-HOLDER   PIC 9(8)   VALUE 0.
          88 WS-NO-MANDATE-HOLDER VALUE 0.
       01 WS-MANDATE-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-MEMO-CREDIT      PIC 9(9)V99.
       01 WS-MEMO-AVAILABLE   PIC 9(9)V99.
       01 WS-MEMO-COUNT       PIC 9(3).
       01 WS-MEMO-BALANCE     PIC S9(9)V99.
       01 WS-MANDATE-RESULT   PIC X.
          88 WS-MANDATE-OK    VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-OPERATOR-ROLE    PIC X.
      * THE CUSTOMER PROVES THE PIN BEFORE THE BALANCE IS
      * DISCLOSED - PINVERIFY HONORS THE FAILED-ATTEMPT COUNT
      * AND THE LOCKOUT FLAG. A SUPERVISOR DOING BACK-OFFICE
      * INVESTIGATION BYPASSES THE CUSTOMER PIN. A MANDATE
      * HOLDER ASKING IN THE HOLDER'S PLACE IS PROVED BY A LIVE
      * MANDATE ON THE ACCOUNT INSTEAD - EVERY SCOPE COVERS AN
      * INQUIRY - AND THE INQUIRY IS JOURNALLED UNDER THEIR ID.
           IF LS-SUPERVISOR
               MOVE "Y" TO WS-PIN-RESULT
           ELSE
               DISPLAY "MANDATE HOLDER CUSTOMER ID"
                   " (0 = ACCOUNT HOLDER): "
               ACCEPT WS-MANDATE-HOLDER
               IF WS-NO-MANDATE-HOLDER
                   CALL "PINVERIFY" USING WS-INQUIRY-ACCOUNT
                       WS-PIN-RESULT
               ELSE
                   PERFORM CHECK-INQUIRY-MANDATE
               END-IF
           END-IF

           IF NOT WS-PIN-VERIFIED
               IF WS-NO-MANDATE-HOLDER
                   DISPLAY "PIN not verified - balance not disclosed"
               ELSE
                   DISPLAY "No live mandate for " WS-MANDATE-HOLDER
                       " - balance not disclosed"
               END-IF
           ELSE
               MOVE WS-INQUIRY-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                       DISPLAY "Account not found"
                   NOT INVALID KEY
                       PERFORM DISPLAY-BALANCE
                       IF NOT WS-NO-MANDATE-HOLDER
                           CALL "MNDLOG" USING "BALINQ    "
                               WS-MANDATE-HOLDER WS-INQUIRY-ACCOUNT
                               WS-MANDATE-AMOUNT WS-OPERATOR-ID
                               ACM-BRANCH
                       END-IF
               END-READ
           END-IF


           GOBACK.

       CHECK-INQUIRY-MANDATE.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           CALL "MNDCHK" USING WS-INQUIRY-ACCOUNT WS-MANDATE-HOLDER
               "I" WS-MANDATE-AMOUNT WS-TS-DATE WS-MANDATE-RESULT
           IF WS-MANDATE-OK
               MOVE "Y" TO WS-PIN-RESULT
           ELSE
               MOVE "N" TO WS-PIN-RESULT
           END-IF.

       DISPLAY-BALANCE.
           EVALUATE TRUE
               WHEN ACM-ACCT-ACTIVE
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE

           IF ACM-CURRENCY-CODE = SPACES
               MOVE "HOME" TO WS-CURRENCY-TEXT
           ELSE
               MOVE ACM-CURRENCY-CODE TO WS-CURRENCY-TEXT
           END-IF

      * THE LEDGER BALANCE IS LAST NIGHT'S POSTING PLUS THE
      * WITHDRAWALS AND TRANSFERS ALREADY POSTED ONLINE TODAY;
      * DEPOSITS TAKEN TODAY REACH IT ONLY IN TONIGHT'S DEPOSIT
      * RUN, SO THEIR MEMO ITEMS ARE ADDED FOR THE MEMO BALANCE.
           CALL "MEMOBAL" USING ACM-ACCOUNT-NUMBER WS-MEMO-CREDIT
               WS-MEMO-AVAILABLE WS-MEMO-COUNT
           COMPUTE WS-MEMO-BALANCE = ACM-BALANCE + WS-MEMO-CREDIT

           DISPLAY "ACCOUNT NUMBER = " ACM-ACCOUNT-NUMBER
           DISPLAY "LEDGER BALANCE = " ACM-BALANCE
           DISPLAY "MEMO CREDITS   = " WS-MEMO-CREDIT
           DISPLAY "MEMO BALANCE   = " WS-MEMO-BALANCE
           DISPLAY "TODAY'S ITEMS  = " WS-MEMO-COUNT
           DISPLAY "CURRENCY       = " WS-CURRENCY-TEXT
           DISPLAY "STATUS         = " WS-STATUS-TEXT.
