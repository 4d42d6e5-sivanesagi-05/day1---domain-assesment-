       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMNT.

      *****************************************************
      * Branch-master maintenance - define a branch or       *
      * amend its name, region, cash-holding flag and daily   *
      * cutoff, close or reopen it, or list the master. Once   *
      * a branch is on file, account opening, operator set-up   *
      * and the deposit and channel intakes refuse anything      *
      * else. Every change needs an active supervisor on          *
      * OPERMAST and leaves a before/after image on BRAUD in       *
      * the CUSTAUD style.                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "BRMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRM-BRANCH-CODE
               FILE STATUS WS-BRMAST-STATUS.

           SELECT BRANCH-AUDIT ASSIGN TO "BRAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BRAUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER.
       COPY "BRMAST.cpy".

       FD  BRANCH-AUDIT.
       COPY "BRAUD.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BRMAST-STATUS    PIC XX.
       01 WS-BRAUD-STATUS     PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BRANCHES  VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-BRANCH VALUE "D".
          88 WS-CLOSE-BRANCH  VALUE "C".
          88 WS-REOPEN-BRANCH VALUE "O".
          88 WS-LIST-BRANCHES VALUE "L".
       01 WS-SUPERVISOR-OK    PIC X      VALUE "N".
          88 WS-AUTHORIZED    VALUE "Y".
       01 WS-FIELDS-FLAG      PIC X.
          88 WS-FIELDS-GOOD   VALUE "Y".
       01 WS-BRANCH-CODE      PIC X(4).
       01 WS-CHANGE-TYPE      PIC X(10).
       01 WS-BEFORE-IMAGE     PIC X(60).
       01 WS-AFTER-IMAGE      PIC X(60).
       01 WS-CUTOFF-SPLIT.
          05 WS-CUTOFF-HH     PIC 9(2).
          05 WS-CUTOFF-MM     PIC 9(2).
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) CLOSE(C) REOPEN(O)"
               " LIST(L): ".
           ACCEPT WS-ACTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           IF NOT WS-LIST-BRANCHES
               PERFORM CHECK-SUPERVISOR-ROLE
               IF NOT WS-AUTHORIZED
                   DISPLAY "Branch changes need a supervisor - "
                       "request refused"
                   GOBACK
               END-IF
           END-IF

           OPEN I-O BRANCH-MASTER
           IF WS-BRMAST-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF
           CALL "FILERR" USING "BRMNT   " "BRMAST" WS-BRMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-DEFINE-BRANCH
                   PERFORM DEFINE-THE-BRANCH
               WHEN WS-CLOSE-BRANCH
                   PERFORM CLOSE-THE-BRANCH
               WHEN WS-REOPEN-BRANCH
                   PERFORM REOPEN-THE-BRANCH
               WHEN WS-LIST-BRANCHES
                   PERFORM LIST-THE-BRANCHES
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER D, C, O OR L"
           END-EVALUATE

           CLOSE BRANCH-MASTER

           GOBACK.

       CHECK-SUPERVISOR-ROLE.
           OPEN INPUT OPERATOR-MASTER
           CALL "FILERR" USING "BRMNT   " "OPERMAST" WS-OPERMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-SUPERVISOR-ROLE AND OPM-OPERATOR-ACTIVE
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           END-READ
           CLOSE OPERATOR-MASTER.

       DEFINE-THE-BRANCH.
           DISPLAY "ENTER BRANCH CODE (4 CHARS): ".
           ACCEPT WS-BRANCH-CODE.

           MOVE WS-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "DEFINE" TO WS-CHANGE-TYPE
                   SET BRM-BRANCH-OPEN TO TRUE
                   PERFORM ACCEPT-BRANCH-FIELDS
                   IF WS-FIELDS-GOOD
                       WRITE BRANCH-MASTER-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE "AMEND" TO WS-CHANGE-TYPE
                   DISPLAY "CURRENTLY: " BRM-BRANCH-NAME
                       " REGION " BRM-REGION
                       " STATUS " BRM-STATUS
                       " CASH " BRM-CASH-FLAG
                       " CUTOFF " BRM-CUTOFF-TIME
                   PERFORM ACCEPT-BRANCH-FIELDS
                   IF WS-FIELDS-GOOD
                       REWRITE BRANCH-MASTER-RECORD
                   END-IF
           END-READ

           IF WS-FIELDS-GOOD
               CALL "FILERR" USING "BRMNT   " "BRMAST"
                   WS-BRMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM WRITE-BRANCH-AUDIT
               DISPLAY "BRANCH " WS-BRANCH-CODE " SET - "
                   BRM-BRANCH-NAME " REGION " BRM-REGION
           END-IF.

      * THE REGION MUST BE GIVEN - A BRANCH WITH NO REGION WOULD
      * FALL OUT OF EVERY REGIONAL SUBTOTAL. THE CUTOFF IS A
      * 24-HOUR HHMM CLOCK TIME.
       ACCEPT-BRANCH-FIELDS.
           MOVE "Y" TO WS-FIELDS-FLAG
           MOVE WS-BRANCH-CODE TO BRM-BRANCH-CODE

           DISPLAY "ENTER BRANCH NAME: ".
           ACCEPT BRM-BRANCH-NAME.

           DISPLAY "ENTER REGION CODE (4 CHARS): ".
           ACCEPT BRM-REGION.

           DISPLAY "HOLDS CASH (Y/N): ".
           ACCEPT BRM-CASH-FLAG.

           DISPLAY "ENTER DAILY CUTOFF TIME (HHMM): ".
           ACCEPT BRM-CUTOFF-TIME.

           MOVE BRM-CUTOFF-TIME TO WS-CUTOFF-SPLIT
           EVALUATE TRUE
               WHEN BRM-REGION = SPACES
                   DISPLAY "Region is required - branch not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN NOT BRM-HOLDS-CASH AND NOT BRM-NO-CASH
                   DISPLAY "Cash flag must be Y or N - branch not"
                       " saved"
                   MOVE "N" TO WS-FIELDS-FLAG
               WHEN WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
                   DISPLAY "Invalid cutoff time - branch not saved"
                   MOVE "N" TO WS-FIELDS-FLAG
           END-EVALUATE

           MOVE WS-OPERATOR-ID TO BRM-SET-BY
           MOVE WS-TS-DATE     TO BRM-SET-DATE.

       CLOSE-THE-BRANCH.
           DISPLAY "ENTER BRANCH CODE TO CLOSE: ".
           ACCEPT WS-BRANCH-CODE.

           MOVE WS-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   DISPLAY "Branch not on master"
               NOT INVALID KEY
                   MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE "CLOSE" TO WS-CHANGE-TYPE
                   SET BRM-BRANCH-CLOSED TO TRUE
                   MOVE WS-OPERATOR-ID TO BRM-SET-BY
                   MOVE WS-TS-DATE     TO BRM-SET-DATE
                   REWRITE BRANCH-MASTER-RECORD
                   CALL "FILERR" USING "BRMNT   " "BRMAST"
                       WS-BRMAST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   PERFORM WRITE-BRANCH-AUDIT
                   DISPLAY "BRANCH " WS-BRANCH-CODE " CLOSED"
           END-READ.

       REOPEN-THE-BRANCH.
           DISPLAY "ENTER BRANCH CODE TO REOPEN: ".
           ACCEPT WS-BRANCH-CODE.

           MOVE WS-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   DISPLAY "Branch not on master"
               NOT INVALID KEY
                   MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE "REOPEN" TO WS-CHANGE-TYPE
                   SET BRM-BRANCH-OPEN TO TRUE
                   MOVE WS-OPERATOR-ID TO BRM-SET-BY
                   MOVE WS-TS-DATE     TO BRM-SET-DATE
                   REWRITE BRANCH-MASTER-RECORD
                   CALL "FILERR" USING "BRMNT   " "BRMAST"
                       WS-BRMAST-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   PERFORM WRITE-BRANCH-AUDIT
                   DISPLAY "BRANCH " WS-BRANCH-CODE " REOPENED"
           END-READ.

       WRITE-BRANCH-AUDIT.
           MOVE BRANCH-MASTER-RECORD TO WS-AFTER-IMAGE
           OPEN EXTEND BRANCH-AUDIT
           IF WS-BRAUD-STATUS = "35"
               OPEN OUTPUT BRANCH-AUDIT
           END-IF
           CALL "FILERR" USING "BRMNT   " "BRAUD" WS-BRAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-TS-DATE      TO BRA-TIMESTAMP(1:8)
           MOVE WS-TS-TIME      TO BRA-TIMESTAMP(9:8)
           MOVE WS-OPERATOR-ID  TO BRA-OPERATOR-ID
           MOVE WS-CHANGE-TYPE  TO BRA-CHANGE-TYPE
           MOVE WS-BEFORE-IMAGE TO BRA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO BRA-AFTER-IMAGE
           WRITE BRANCH-AUDIT-RECORD
           CLOSE BRANCH-AUDIT.

       LIST-THE-BRANCHES.
           PERFORM UNTIL END-OF-BRANCHES
               READ BRANCH-MASTER NEXT RECORD
                   AT END SET END-OF-BRANCHES TO TRUE
                   NOT AT END
                       DISPLAY "  " BRM-BRANCH-CODE
                           " " BRM-BRANCH-NAME
                           " RGN=" BRM-REGION
                           " " BRM-STATUS
                           " CASH=" BRM-CASH-FLAG
                           " CUTOFF=" BRM-CUTOFF-TIME
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " BRANCH(ES) ON FILE".
