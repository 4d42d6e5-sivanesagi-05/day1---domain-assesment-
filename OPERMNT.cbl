       PROGRAM-ID. OPERMNT.

      *****************************************************
      * Supervisor maintenance for the operator master - add *
      * an operator, retire one, reset a password, or link    *
      * the operator to their own customer id. Run from the    *
      * supervisor side of the teller menu; the first operator  *
      * ever added bootstraps the file.                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-ACTION           PIC X.
          88 WS-ADD-OPERATOR  VALUE "A".
          88 WS-RETIRE-OPER   VALUE "R".
          88 WS-RESET-PASSWORD VALUE "P".
          88 WS-LINK-CUSTOMER VALUE "L".
       01 WS-TARGET-ID        PIC X(8).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-CUSTOMER-FLAG    PIC X.
          88 WS-CUSTOMER-OK   VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACTION - ADD(A) RETIRE(R) RESET PASSWORD(P)"
               " LINK CUSTOMER(L): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN I-O OPERATOR-MASTER
           IF WS-OPERMAST-STATUS = "35"
               OPEN OUTPUT OPERATOR-MASTER
                   PERFORM RETIRE-OPERATOR
               WHEN WS-RESET-PASSWORD
                   PERFORM RESET-OPERATOR-PASSWORD
               WHEN WS-LINK-CUSTOMER
                   PERFORM LINK-OPERATOR-CUSTOMER
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER A, R, P OR L"
           END-EVALUATE

           CLOSE OPERATOR-MASTER
           DISPLAY "ENTER BRANCH: ".
           ACCEPT OPM-BRANCH.

           CALL "BRCHK" USING OPM-BRANCH WS-BRANCH-FLAG
               WS-BRANCH-REGION
           IF NOT WS-BRANCH-OPEN
               DISPLAY "Unknown or closed branch " OPM-BRANCH
                   " - operator not added"
           ELSE
               PERFORM ADD-OPERATOR-DETAILS
           END-IF.

       ADD-OPERATOR-DETAILS.
           DISPLAY "ROLE - TELLER(T) SUPERVISOR(S) COMPLIANCE(C): ".
           ACCEPT OPM-ROLE.

           DISPLAY "ENTER INITIAL PASSWORD: ".
           ACCEPT OPM-PASSWORD.

           PERFORM ACCEPT-CUSTOMER-LINK
           IF NOT WS-CUSTOMER-OK
               DISPLAY "Customer " WS-CUSTOMER-ID " not on file"
                   " - operator not added"
           ELSE
               PERFORM WRITE-NEW-OPERATOR
           END-IF.

       WRITE-NEW-OPERATOR.
           MOVE WS-CUSTOMER-ID TO OPM-CUSTOMER-ID
           MOVE WS-TS-DATE     TO OPM-ADDED-DATE
           MOVE 0              TO OPM-LAST-SIGNON-DATE
           MOVE WS-TS-DATE     TO OPM-PASSWORD-DATE
           SET OPM-OPERATOR-ACTIVE TO TRUE
           WRITE OPERATOR-MASTER-RECORD
           IF WS-OPERMAST-STATUS = "22"
               NOT INVALID KEY
                   DISPLAY "ENTER NEW PASSWORD: "
                   ACCEPT OPM-PASSWORD
                   MOVE WS-TS-DATE TO OPM-PASSWORD-DATE
                   REWRITE OPERATOR-MASTER-RECORD
                   CALL "FILERR" USING "OPERMNT " "OPERMAST"
               WS-OPERMAST-STATUS
                   END-IF
                   DISPLAY "PASSWORD RESET FOR " WS-TARGET-ID
           END-READ.

       LINK-OPERATOR-CUSTOMER.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-TARGET-ID.

           MOVE WS-TARGET-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "Operator not found"
               NOT INVALID KEY
                   PERFORM ACCEPT-CUSTOMER-LINK
                   IF NOT WS-CUSTOMER-OK
                       DISPLAY "Customer " WS-CUSTOMER-ID
                           " not on file - link not changed"
                   ELSE
                       MOVE WS-CUSTOMER-ID TO OPM-CUSTOMER-ID
                       REWRITE OPERATOR-MASTER-RECORD
                       CALL "FILERR" USING "OPERMNT " "OPERMAST"
                           WS-OPERMAST-STATUS WS-ABEND-FLAG
                       IF WS-ABEND
                           STOP RUN
                       END-IF
                       DISPLAY "OPERATOR " WS-TARGET-ID
                           " LINKED TO CUSTOMER " WS-CUSTOMER-ID
                   END-IF
           END-READ.

      * ZERO IS ACCEPTED WITHOUT A LOOKUP - THE OPERATOR DOES NOT
      * BANK WITH US, OR THE LINK IS BEING REMOVED.
       ACCEPT-CUSTOMER-LINK.
           DISPLAY "ENTER OPERATOR'S OWN CUSTOMER ID (0 IF NONE): ".
           ACCEPT WS-CUSTOMER-ID.

           MOVE "Y" TO WS-CUSTOMER-FLAG
           IF WS-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMER-MASTER
               CALL "FILERR" USING "OPERMNT " "CUSTMAST"
                   WS-CUSTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-CUSTOMER-FLAG
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
