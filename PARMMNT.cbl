       PROGRAM-ID. PARMMNT.

      *****************************************************
      * Parameter maintenance for MINBALPM, VELLIMIT,        *
      * SVCFEEPM, and the FEESCHED per-event charges - the    *
      * maintenance program those tables never had, replacing  *
      * raw file edits. A change with today's (or a past)       *
      * effective date applies at once with a before/after audit *
      * record in the CUSTAUD style; a future-dated change stages *
      * on PARMPEND and the nightly PARMACT run activates it on    *
      * its date, so a fee change can be set up ahead of its        *
      * announcement. A staged row needs a second operator with the  *
      * supervisor role to sign it off before it is written.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PARMAUD-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIN-BAL-PARAMETER.
       FD  SERVICE-FEE-PARAMETER.
       COPY "SVCFEEPM.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  PARAMETER-PENDING.
       COPY "PARMPEND.cpy".

          05 PAR-BEFORE-V3          PIC 9(3).
          05 PAR-AFTER-V1           PIC 9(9)V99.
          05 PAR-AFTER-V3           PIC 9(3).
          05 PAR-EVENT-CODE         PIC X(4).

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MINBALPM-STATUS  PIC XX.
       01 WS-VELLIMIT-STATUS  PIC XX.
       01 WS-SVCFEEPM-STATUS  PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-PARMPEND-STATUS  PIC XX.
       01 WS-PARMAUD-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-APPROVER-ID      PIC X(8).
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-TABLE-CHOICE     PIC X.
          88 WS-TABLE-MINBAL  VALUE "M".
          88 WS-TABLE-VEL     VALUE "V".
          88 WS-TABLE-FEE     VALUE "F".
          88 WS-TABLE-EVENT   VALUE "E".
       01 WS-TABLE-NAME       PIC X(8).
       01 WS-ACCOUNT-TYPE     PIC X(2).
       01 WS-EVENT-CODE       PIC X(4)   VALUE SPACES.
       01 WS-EFFECTIVE-DATE   PIC 9(8).
       01 WS-VALUE-1          PIC 9(9)V99.
       01 WS-VALUE-3          PIC 9(3).
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "TABLE - MINBALPM(M) VELLIMIT(V)"
               " SVCFEEPM(F) FEESCHED(E): ".
           ACCEPT WS-TABLE-CHOICE.

           IF NOT WS-TABLE-MINBAL AND NOT WS-TABLE-VEL
              AND NOT WS-TABLE-FEE AND NOT WS-TABLE-EVENT
               DISPLAY "INVALID TABLE - ENTER M, V, F OR E"
               GOBACK
           END-IF

                   MOVE "VELLIMIT" TO WS-TABLE-NAME
               WHEN WS-TABLE-FEE
                   MOVE "SVCFEEPM" TO WS-TABLE-NAME
               WHEN WS-TABLE-EVENT
                   MOVE "FEESCHED" TO WS-TABLE-NAME
           END-EVALUATE

           DISPLAY "ENTER ACCOUNT TYPE (2 CHARS): ".
           ACCEPT WS-ACCOUNT-TYPE.

           IF WS-TABLE-EVENT
               DISPLAY "ENTER EVENT CODE (WDRC/CHQR/STOP...): "
               ACCEPT WS-EVENT-CODE
               IF WS-EVENT-CODE = SPACES
                   DISPLAY "EVENT CODE REQUIRED FOR FEESCHED"
                   GOBACK
               END-IF
           END-IF

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT WS-EFFECTIVE-DATE.

                   ACCEPT WS-VALUE-1
                   DISPLAY "ENTER GRACE DAYS: "
                   ACCEPT WS-VALUE-3
               WHEN WS-TABLE-EVENT
                   DISPLAY "ENTER FEE AMOUNT: "
                   ACCEPT WS-VALUE-1
                   DISPLAY "ENTER FREE ALLOWANCE PER MONTH"
                       " (0 = NONE): "
                   ACCEPT WS-VALUE-3
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           IF WS-EFFECTIVE-DATE > WS-TS-DATE
               PERFORM CHECK-APPROVER
               IF WS-AUTHORIZED
                   PERFORM STAGE-FUTURE-ROW
               ELSE
                   DISPLAY "Sign-off needs a different operator with"
                       " the supervisor role - change not staged"
               END-IF
           ELSE
               PERFORM APPLY-NOW
           END-IF
           MOVE WS-TABLE-NAME     TO PRM-TABLE
           MOVE WS-ACCOUNT-TYPE   TO PRM-ACCOUNT-TYPE
           MOVE WS-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE
           MOVE WS-EVENT-CODE     TO PRM-EVENT-CODE
           MOVE WS-VALUE-1        TO PRM-VALUE-1
           MOVE WS-VALUE-3        TO PRM-VALUE-3
           MOVE WS-OPERATOR-ID    TO PRM-SET-BY
           MOVE WS-APPROVER-ID    TO PRM-APPROVED-BY
           MOVE WS-TS-DATE        TO PRM-APPROVED-DATE
           SET PRM-ROW-PENDING    TO TRUE
           WRITE PARAMETER-PENDING-RECORD
           IF WS-PARMPEND-STATUS = "22"
           END-IF
           CLOSE PARAMETER-PENDING

           DISPLAY WS-TABLE-NAME "/" WS-ACCOUNT-TYPE " " WS-EVENT-CODE
               " STAGED - ACTIVATES " WS-EFFECTIVE-DATE.

      * THE SIGN-OFF MUST COME FROM SOMEONE OTHER THAN THE MAKER.
       CHECK-APPROVER.
           DISPLAY "ENTER APPROVING SUPERVISOR ID: ".
           ACCEPT WS-APPROVER-ID.

           IF WS-APPROVER-ID NOT = WS-OPERATOR-ID
               OPEN INPUT OPERATOR-MASTER
               CALL "FILERR" USING "PARMMNT " "OPERMAST"
                   WS-OPERMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-APPROVER-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                           SET WS-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

       APPLY-NOW.
           EVALUATE TRUE
               WHEN WS-TABLE-MINBAL
                   PERFORM APPLY-TO-VELLIMIT
               WHEN WS-TABLE-FEE
                   PERFORM APPLY-TO-SVCFEEPM
               WHEN WS-TABLE-EVENT
                   PERFORM APPLY-TO-FEESCHED
           END-EVALUATE
           PERFORM WRITE-PARAMETER-AUDIT
           DISPLAY WS-TABLE-NAME "/" WS-ACCOUNT-TYPE " " WS-EVENT-CODE
               " APPLIED - WAS " WS-BEFORE-V1 "/" WS-BEFORE-V3
               " NOW " WS-VALUE-1 "/" WS-VALUE-3.

           END-IF
           CLOSE SERVICE-FEE-PARAMETER.

       APPLY-TO-FEESCHED.
           OPEN I-O FEE-SCHEDULE
           IF WS-FEESCHED-STATUS = "35"
               OPEN OUTPUT FEE-SCHEDULE
               CLOSE FEE-SCHEDULE
               OPEN I-O FEE-SCHEDULE
           END-IF
           CALL "FILERR" USING "PARMMNT " "FEESCHED"
               WS-FEESCHED-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE 0 TO WS-BEFORE-V1
           MOVE 0 TO WS-BEFORE-V3
           MOVE WS-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
           MOVE WS-EVENT-CODE   TO FSC-EVENT-CODE
           READ FEE-SCHEDULE
               INVALID KEY
                   MOVE WS-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
                   MOVE WS-EVENT-CODE   TO FSC-EVENT-CODE
                   MOVE WS-VALUE-1 TO FSC-FEE-AMOUNT
                   MOVE WS-VALUE-3 TO FSC-FREE-ALLOWANCE
                   WRITE FEE-SCHEDULE-RECORD
               NOT INVALID KEY
                   MOVE FSC-FEE-AMOUNT     TO WS-BEFORE-V1
                   MOVE FSC-FREE-ALLOWANCE TO WS-BEFORE-V3
                   MOVE WS-VALUE-1 TO FSC-FEE-AMOUNT
                   MOVE WS-VALUE-3 TO FSC-FREE-ALLOWANCE
                   REWRITE FEE-SCHEDULE-RECORD
           END-READ
           CALL "FILERR" USING "PARMMNT " "FEESCHED"
               WS-FEESCHED-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE FEE-SCHEDULE.

       WRITE-PARAMETER-AUDIT.
           OPEN EXTEND PARAMETER-AUDIT
           IF WS-PARMAUD-STATUS = "35"
           MOVE WS-BEFORE-V3    TO PAR-BEFORE-V3
           MOVE WS-VALUE-1      TO PAR-AFTER-V1
           MOVE WS-VALUE-3      TO PAR-AFTER-V3
           MOVE WS-EVENT-CODE   TO PAR-EVENT-CODE
           WRITE PARAMETER-AUDIT-RECORD
           CLOSE PARAMETER-AUDIT.
