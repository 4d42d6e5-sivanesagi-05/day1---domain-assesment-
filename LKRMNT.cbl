       IDENTIFICATION DIVISION.
       PROGRAM-ID. LKRMNT.

      *****************************************************
      * Safe deposit locker maintenance from the teller      *
      * menu. Lists the free lockers at a branch, allots a    *
      * locker to a customer against one of the customer's own *
      * active accounts for the rent, records each visit to the *
      * vault on the access log under the operator, and          *
      * surrenders the locker when the customer gives it up.      *
      * Adding lockers to the inventory, taking one out of         *
      * service, and surrendering a locker whose rent is in arrears *
      * (after a break-open) need the supervisor role.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "LOCKER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LKR-KEY
               FILE STATUS WS-LOCKER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT LOCKER-ACCESS-LOG ASSIGN TO "LKRACCS.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-LKRACCS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKER-FILE.
       COPY "LOCKER.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  LOCKER-ACCESS-LOG.
       COPY "LKRACCS.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOCKER-STATUS    PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LKRACCS-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-LOCKERS   VALUE "Y".
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-LIST-FREE     VALUE "F".
          88 WS-ADD-LOCKER    VALUE "A".
          88 WS-ALLOT-LOCKER  VALUE "L".
          88 WS-RECORD-VISIT  VALUE "V".
          88 WS-SURRENDER     VALUE "S".
          88 WS-SERVICE-TOGGLE VALUE "X".
       01 WS-BRANCH           PIC X(4).
       01 WS-LOCKER-NUMBER    PIC 9(4).
       01 WS-SIZE             PIC X.
          88 WS-VALID-SIZE    VALUE "S" "M" "L".
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-RENT-ACCOUNT     PIC 9(10).
       01 WS-CONFIRM          PIC X.
       01 WS-FREE-COUNT       PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-OPERATOR-ROLE    PIC X.
          88 LS-SUPERVISOR    VALUE "S".

       PROCEDURE DIVISION USING LS-OPERATOR-ROLE.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - LIST FREE(F) ALLOT(L) VISIT(V)"
               " SURRENDER(S)".
           DISPLAY "         ADD LOCKER(A) OUT OF/BACK IN SERVICE(X): ".
           ACCEPT WS-ACTION.

           IF NOT WS-LIST-FREE AND NOT WS-ADD-LOCKER
              AND NOT WS-ALLOT-LOCKER AND NOT WS-RECORD-VISIT
              AND NOT WS-SURRENDER AND NOT WS-SERVICE-TOGGLE
               DISPLAY "INVALID ACTION - ENTER F, L, V, S, A OR X"
               GOBACK
           END-IF

           IF (WS-ADD-LOCKER OR WS-SERVICE-TOGGLE)
              AND NOT LS-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               GOBACK
           END-IF

           DISPLAY "ENTER BRANCH: ".
           ACCEPT WS-BRANCH.

           CALL "BRCHK" USING WS-BRANCH WS-BRANCH-FLAG
               WS-BRANCH-REGION
           IF NOT WS-BRANCH-OPEN
               DISPLAY "Unknown or closed branch " WS-BRANCH
               GOBACK
           END-IF

           PERFORM OPEN-LOCKER-FILE

           IF WS-LIST-FREE
               PERFORM LIST-FREE-LOCKERS
           ELSE
               DISPLAY "ENTER LOCKER NUMBER: "
               ACCEPT WS-LOCKER-NUMBER
               MOVE WS-BRANCH        TO LKR-BRANCH
               MOVE WS-LOCKER-NUMBER TO LKR-LOCKER-NUMBER
               IF WS-ADD-LOCKER
                   PERFORM ADD-TO-INVENTORY
               ELSE
                   READ LOCKER-FILE
                       INVALID KEY
                           DISPLAY "Locker " WS-LOCKER-NUMBER
                               " not in the inventory at " WS-BRANCH
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN WS-ALLOT-LOCKER
                                   PERFORM ALLOT-THE-LOCKER
                               WHEN WS-RECORD-VISIT
                                   PERFORM RECORD-THE-VISIT
                               WHEN WS-SURRENDER
                                   PERFORM SURRENDER-THE-LOCKER
                               WHEN WS-SERVICE-TOGGLE
                                   PERFORM TOGGLE-SERVICE
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF

           CLOSE LOCKER-FILE

           GOBACK.

       OPEN-LOCKER-FILE.
           OPEN I-O LOCKER-FILE
           IF WS-LOCKER-STATUS = "35"
               OPEN OUTPUT LOCKER-FILE
               CLOSE LOCKER-FILE
               OPEN I-O LOCKER-FILE
           END-IF
           CALL "FILERR" USING "LKRMNT  " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       LIST-FREE-LOCKERS.
           MOVE "N"       TO WS-EOF-FLAG
           MOVE 0         TO WS-FREE-COUNT
           MOVE WS-BRANCH TO LKR-BRANCH
           MOVE 0         TO LKR-LOCKER-NUMBER
           START LOCKER-FILE KEY IS NOT LESS THAN LKR-KEY
               INVALID KEY SET END-OF-LOCKERS TO TRUE
           END-START
           PERFORM UNTIL END-OF-LOCKERS
               READ LOCKER-FILE NEXT RECORD
                   AT END SET END-OF-LOCKERS TO TRUE
                   NOT AT END
                       IF LKR-BRANCH NOT = WS-BRANCH
                           SET END-OF-LOCKERS TO TRUE
                       ELSE
                           IF LKR-FREE
                               DISPLAY "  LOCKER " LKR-LOCKER-NUMBER
                                   " SIZE " LKR-SIZE
                               ADD 1 TO WS-FREE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-FREE-COUNT " FREE LOCKERS AT " WS-BRANCH.

       ADD-TO-INVENTORY.
           DISPLAY "ENTER SIZE S=SMALL, M=MEDIUM, L=LARGE: ".
           ACCEPT WS-SIZE.
           IF NOT WS-VALID-SIZE
               DISPLAY "INVALID SIZE - ENTER S, M OR L"
           ELSE
               INITIALIZE LOCKER-RECORD
               MOVE WS-BRANCH        TO LKR-BRANCH
               MOVE WS-LOCKER-NUMBER TO LKR-LOCKER-NUMBER
               MOVE WS-SIZE          TO LKR-SIZE
               SET LKR-FREE          TO TRUE
               MOVE WS-OPERATOR-ID   TO LKR-SET-BY
               MOVE WS-TS-DATE       TO LKR-SET-DATE
               WRITE LOCKER-RECORD
                   INVALID KEY
                       DISPLAY "Locker " WS-LOCKER-NUMBER
                           " already in the inventory at " WS-BRANCH
                   NOT INVALID KEY
                       DISPLAY "LOCKER " WS-LOCKER-NUMBER
                           " ADDED AT " WS-BRANCH
               END-WRITE
           END-IF.

      * THE RENT ACCOUNT MUST BE ONE OF THE CUSTOMER'S OWN AND
      * ACTIVE - LKRRENT DEBITS IT WITHOUT ANYONE AT THE COUNTER.
      * THE FIRST YEAR FALLS DUE TODAY AND COMES OUT TONIGHT.
       ALLOT-THE-LOCKER.
           IF NOT LKR-FREE
               DISPLAY "Locker is not free - allotment refused"
           ELSE
               DISPLAY "ENTER CUSTOMER ID: "
               ACCEPT WS-CUSTOMER-ID
               DISPLAY "ENTER ACCOUNT NUMBER FOR THE RENT: "
               ACCEPT WS-RENT-ACCOUNT
               OPEN INPUT ACCOUNT-MASTER
               CALL "FILERR" USING "LKRMNT  " "ACCTMAST"
                   WS-ACCTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-RENT-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Rent account not found -"
                           " allotment refused"
                   NOT INVALID KEY
                       IF ACM-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           DISPLAY "Rent account belongs to another"
                               " customer - allotment refused"
                       ELSE
                           IF NOT ACM-ACCT-ACTIVE
                               DISPLAY "Rent account not active -"
                                   " allotment refused"
                           ELSE
                               PERFORM BOOK-THE-ALLOTMENT
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       BOOK-THE-ALLOTMENT.
           SET LKR-ALLOTTED      TO TRUE
           MOVE WS-CUSTOMER-ID   TO LKR-CUSTOMER-ID
           MOVE WS-RENT-ACCOUNT  TO LKR-RENT-ACCOUNT
           MOVE WS-TS-DATE       TO LKR-ALLOT-DATE
           MOVE WS-TS-DATE       TO LKR-RENT-DUE-DATE
           MOVE 0                TO LKR-ARREARS-SINCE
           MOVE 0                TO LKR-NOTICE-DATE
           MOVE 0                TO LKR-LAST-ACCESS-DATE
           MOVE WS-OPERATOR-ID   TO LKR-SET-BY
           MOVE WS-TS-DATE       TO LKR-SET-DATE
           PERFORM REWRITE-LOCKER
           DISPLAY "LOCKER " LKR-LOCKER-NUMBER " ALLOTTED TO CUSTOMER "
               WS-CUSTOMER-ID
           DISPLAY "FIRST YEAR'S RENT WILL BE DEBITED TO "
               WS-RENT-ACCOUNT " TONIGHT".

      * NO ACCESS WHILE THE RENT IS OUTSTANDING - THE CUSTOMER
      * PAYS INTO THE RENT ACCOUNT AND LKRRENT CLEARS IT.
       RECORD-THE-VISIT.
           IF NOT LKR-ALLOTTED
               DISPLAY "Locker is not allotted - no access"
           ELSE
               IF LKR-ARREARS-SINCE > 0
                   DISPLAY "Rent in arrears since " LKR-ARREARS-SINCE
                       " - access refused"
               ELSE
                   DISPLAY "ENTER CUSTOMER ID: "
                   ACCEPT WS-CUSTOMER-ID
                   IF WS-CUSTOMER-ID NOT = LKR-CUSTOMER-ID
                       DISPLAY "Locker is not allotted to this"
                           " customer - access refused"
                   ELSE
                       PERFORM WRITE-ACCESS-LOG
                       MOVE WS-TS-DATE TO LKR-LAST-ACCESS-DATE
                       PERFORM REWRITE-LOCKER
                       DISPLAY "ACCESS RECORDED - LOCKER "
                           LKR-LOCKER-NUMBER
                   END-IF
               END-IF
           END-IF.

       WRITE-ACCESS-LOG.
           OPEN EXTEND LOCKER-ACCESS-LOG
           IF WS-LKRACCS-STATUS = "35"
               OPEN OUTPUT LOCKER-ACCESS-LOG
           END-IF
           CALL "FILERR" USING "LKRMNT  " "LKRACCS" WS-LKRACCS-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE LKR-BRANCH         TO LKA-BRANCH
           MOVE LKR-LOCKER-NUMBER  TO LKA-LOCKER-NUMBER
           MOVE LKR-CUSTOMER-ID    TO LKA-CUSTOMER-ID
           MOVE WS-TS-DATE         TO LKA-ACCESS-DATE
           MOVE WS-TS-TIME         TO LKA-ACCESS-TIME
           MOVE WS-OPERATOR-ID     TO LKA-OPERATOR-ID
           WRITE LOCKER-ACCESS-RECORD
           CLOSE LOCKER-ACCESS-LOG.

      * RENT PAID IN ADVANCE IS NOT REFUNDED ON SURRENDER. A
      * LOCKER STILL IN ARREARS IS ONLY GIVEN UP BY A SUPERVISOR
      * ONCE IT HAS BEEN BROKEN OPEN - THE UNPAID RENT WAS NEVER
      * BOOKED, SO THERE IS NOTHING TO REVERSE.
       SURRENDER-THE-LOCKER.
           IF NOT LKR-ALLOTTED
               DISPLAY "Locker is not allotted"
           ELSE
               IF LKR-ARREARS-SINCE > 0 AND NOT LS-SUPERVISOR
                   DISPLAY "Rent in arrears since " LKR-ARREARS-SINCE
                       " - supervisor must surrender"
               ELSE
                   DISPLAY "LOCKER " LKR-LOCKER-NUMBER " CUSTOMER "
                       LKR-CUSTOMER-ID " - SURRENDER (Y/N)? "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       SET LKR-FREE        TO TRUE
                       MOVE 0              TO LKR-CUSTOMER-ID
                       MOVE 0              TO LKR-RENT-ACCOUNT
                       MOVE 0              TO LKR-ALLOT-DATE
                       MOVE 0              TO LKR-RENT-DUE-DATE
                       MOVE 0              TO LKR-ARREARS-SINCE
                       MOVE 0              TO LKR-NOTICE-DATE
                       MOVE WS-OPERATOR-ID TO LKR-SET-BY
                       MOVE WS-TS-DATE     TO LKR-SET-DATE
                       PERFORM REWRITE-LOCKER
                       DISPLAY "LOCKER " LKR-LOCKER-NUMBER
                           " SURRENDERED"
                   ELSE
                       DISPLAY "Surrender abandoned"
                   END-IF
               END-IF
           END-IF.

       TOGGLE-SERVICE.
           EVALUATE TRUE
               WHEN LKR-FREE
                   SET LKR-OUT-OF-SERVICE TO TRUE
                   DISPLAY "LOCKER " LKR-LOCKER-NUMBER
                       " OUT OF SERVICE"
               WHEN LKR-OUT-OF-SERVICE
                   SET LKR-FREE TO TRUE
                   DISPLAY "LOCKER " LKR-LOCKER-NUMBER
                       " BACK IN SERVICE"
               WHEN OTHER
                   DISPLAY "Locker is allotted - surrender it first"
           END-EVALUATE
           IF NOT LKR-ALLOTTED
               MOVE WS-OPERATOR-ID TO LKR-SET-BY
               MOVE WS-TS-DATE     TO LKR-SET-DATE
               PERFORM REWRITE-LOCKER
           END-IF.

       REWRITE-LOCKER.
           REWRITE LOCKER-RECORD
           CALL "FILERR" USING "LKRMNT  " "LOCKER" WS-LOCKER-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
