       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMNT.

      *****************************************************
      * Compliance case maintenance from the teller menu,    *
      * offered to the compliance role only. Lists the live   *
      * cases - all of them, or one investigator's - shows a   *
      * case with every signal and transaction linked to it,    *
      * assigns the case to an investigator, moves the review    *
      * date, and records the decision: under review, escalated,  *
      * closed with no action, or reported to the regulator, with  *
      * the disposition notes. A reported case goes onto the next   *
      * AMLSTR extract.                                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASES ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMC-CASE-NUMBER
               ALTERNATE RECORD KEY AMC-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-AMLCASE-STATUS.

           SELECT AML-CASE-ITEMS ASSIGN TO "AMLITEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMI-KEY
               FILE STATUS WS-AMLITEM-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPM-OPERATOR-ID
               FILE STATUS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASES.
       COPY "AMLCASE.cpy".

       FD  AML-CASE-ITEMS.
       COPY "AMLITEM.cpy".

       FD  OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AMLCASE-STATUS   PIC XX.
       01 WS-AMLITEM-STATUS   PIC XX.
       01 WS-OPERMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-CASES     VALUE "Y".
       01 WS-ITEM-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-ITEMS     VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-LIST-CASES    VALUE "L".
          88 WS-VIEW-CASE     VALUE "V".
          88 WS-ASSIGN-CASE   VALUE "A".
          88 WS-SET-DEADLINE  VALUE "D".
          88 WS-SET-STATUS    VALUE "S".
       01 WS-CASE-NUMBER      PIC 9(8).
       01 WS-INVESTIGATOR-ID  PIC X(8).
       01 WS-NEW-STATUS       PIC X.
          88 WS-VALID-NEW-STATUS VALUE "U" "E" "C" "R".
          88 WS-DECIDING-STATUS  VALUE "C" "R".
       01 WS-NEW-DEADLINE     PIC 9(8).
       01 WS-NOTES            PIC X(60).
       01 WS-LISTED-COUNT     PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - LIST(L) VIEW(V) ASSIGN(A)"
               " REVIEW DATE(D) STATUS(S): ".
           ACCEPT WS-ACTION.

           IF NOT WS-LIST-CASES AND NOT WS-VIEW-CASE
              AND NOT WS-ASSIGN-CASE AND NOT WS-SET-DEADLINE
              AND NOT WS-SET-STATUS
               DISPLAY "INVALID ACTION - ENTER L, V, A, D OR S"
               GOBACK
           END-IF

           PERFORM OPEN-CASE-FILES

           IF WS-LIST-CASES
               PERFORM LIST-LIVE-CASES
           ELSE
               DISPLAY "ENTER CASE NUMBER: "
               ACCEPT WS-CASE-NUMBER
               MOVE WS-CASE-NUMBER TO AMC-CASE-NUMBER
               READ AML-CASES
                   INVALID KEY
                       DISPLAY "Case " WS-CASE-NUMBER " not on file"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-VIEW-CASE
                               PERFORM VIEW-THE-CASE
                           WHEN WS-ASSIGN-CASE
                               PERFORM ASSIGN-THE-CASE
                           WHEN WS-SET-DEADLINE
                               PERFORM MOVE-THE-DEADLINE
                           WHEN WS-SET-STATUS
                               PERFORM DECIDE-THE-CASE
                       END-EVALUATE
               END-READ
           END-IF

           CLOSE AML-CASES
           CLOSE AML-CASE-ITEMS

           GOBACK.

       OPEN-CASE-FILES.
           OPEN I-O AML-CASES
           IF WS-AMLCASE-STATUS = "35"
               OPEN OUTPUT AML-CASES
               CLOSE AML-CASES
               OPEN I-O AML-CASES
           END-IF
           CALL "FILERR" USING "AMLMNT  " "AMLCASE" WS-AMLCASE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT AML-CASE-ITEMS
           IF WS-AMLITEM-STATUS = "35"
               OPEN OUTPUT AML-CASE-ITEMS
               CLOSE AML-CASE-ITEMS
               OPEN INPUT AML-CASE-ITEMS
           END-IF
           CALL "FILERR" USING "AMLMNT  " "AMLITEM" WS-AMLITEM-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * SPACES FOR THE INVESTIGATOR LISTS EVERY LIVE CASE,
      * ASSIGNED OR NOT.
       LIST-LIVE-CASES.
           DISPLAY "ENTER INVESTIGATOR ID (SPACES = ALL): "
           ACCEPT WS-INVESTIGATOR-ID
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0   TO WS-LISTED-COUNT
           MOVE 0   TO AMC-CASE-NUMBER
           START AML-CASES KEY IS NOT LESS THAN AMC-CASE-NUMBER
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF AMC-CASE-LIVE
                          AND (WS-INVESTIGATOR-ID = SPACES
                           OR AMC-INVESTIGATOR-ID = WS-INVESTIGATOR-ID)
                           DISPLAY "  CASE " AMC-CASE-NUMBER
                               " CUST " AMC-CUSTOMER-ID
                               " STATUS " AMC-STATUS
                               " INV " AMC-INVESTIGATOR-ID
                               " DUE " AMC-REVIEW-DUE-DATE
                               " ALERTS " AMC-ALERT-COUNT
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " LIVE CASE(S)".

       VIEW-THE-CASE.
           DISPLAY "CASE " AMC-CASE-NUMBER " CUSTOMER " AMC-CUSTOMER-ID
           DISPLAY "  OPENED " AMC-OPENED-DATE " BY " AMC-OPENED-SOURCE
               " STATUS " AMC-STATUS " ON " AMC-STATUS-DATE
               " BY " AMC-STATUS-BY
           DISPLAY "  INVESTIGATOR " AMC-INVESTIGATOR-ID
               " REVIEW DUE " AMC-REVIEW-DUE-DATE
               " LAST ALERT " AMC-LAST-ALERT-DATE
           DISPLAY "  NOTES " AMC-DISPOSITION-NOTES
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE AMC-CASE-NUMBER TO AMI-CASE-NUMBER
           MOVE 0               TO AMI-ITEM-SEQ
           START AML-CASE-ITEMS KEY IS NOT LESS THAN AMI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ AML-CASE-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF AMI-CASE-NUMBER NOT = AMC-CASE-NUMBER
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           DISPLAY "  " AMI-ITEM-SEQ " "
                               AMI-ALERT-DATE " " AMI-SOURCE " "
                               AMI-RULE " " AMI-ACCOUNT-NUMBER " "
                               AMI-TRANS-DATE " " AMI-TRANS-CODE " "
                               AMI-AMOUNT " " AMI-REFERENCE
                       END-IF
               END-READ
           END-PERFORM.

      * THE INVESTIGATOR MUST BE AN ACTIVE OPERATOR HOLDING THE
      * COMPLIANCE ROLE.
       ASSIGN-THE-CASE.
           IF NOT AMC-CASE-LIVE
               DISPLAY "Case is decided - assignment refused"
           ELSE
               DISPLAY "ENTER INVESTIGATOR ID: "
               ACCEPT WS-INVESTIGATOR-ID
               OPEN INPUT OPERATOR-MASTER
               CALL "FILERR" USING "AMLMNT  " "OPERMAST"
                   WS-OPERMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-INVESTIGATOR-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "Operator " WS-INVESTIGATOR-ID
                           " not on file - assignment refused"
                   NOT INVALID KEY
                       IF OPM-OPERATOR-ACTIVE AND OPM-COMPLIANCE-ROLE
                           MOVE WS-INVESTIGATOR-ID
                               TO AMC-INVESTIGATOR-ID
                           MOVE WS-TS-DATE     TO AMC-STATUS-DATE
                           MOVE WS-OPERATOR-ID TO AMC-STATUS-BY
                           PERFORM REWRITE-CASE
                           DISPLAY "CASE " AMC-CASE-NUMBER
                               " ASSIGNED TO " WS-INVESTIGATOR-ID
                       ELSE
                           DISPLAY "Operator is not an active"
                               " compliance officer - assignment"
                               " refused"
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

       MOVE-THE-DEADLINE.
           IF NOT AMC-CASE-LIVE
               DISPLAY "Case is decided - no review date to move"
           ELSE
               DISPLAY "ENTER NEW REVIEW DATE (YYYYMMDD): "
               ACCEPT WS-NEW-DEADLINE
               IF WS-NEW-DEADLINE NOT > WS-TS-DATE
                   DISPLAY "Review date must be after today"
               ELSE
                   MOVE WS-NEW-DEADLINE TO AMC-REVIEW-DUE-DATE
                   MOVE WS-TS-DATE      TO AMC-STATUS-DATE
                   MOVE WS-OPERATOR-ID  TO AMC-STATUS-BY
                   PERFORM REWRITE-CASE
                   DISPLAY "CASE " AMC-CASE-NUMBER " REVIEW DUE "
                       WS-NEW-DEADLINE
               END-IF
           END-IF.

      * CLOSING OR REPORTING IS FINAL AND NEEDS THE DISPOSITION
      * NOTES - THE REGULATOR AND THE AUDITORS READ THEM.
       DECIDE-THE-CASE.
           IF NOT AMC-CASE-LIVE
               DISPLAY "Case already decided on " AMC-STATUS-DATE
           ELSE
               DISPLAY "NEW STATUS - UNDER REVIEW(U) ESCALATED(E)"
               DISPLAY "  CLOSED NO ACTION(C) REPORTED(R): "
               ACCEPT WS-NEW-STATUS
               DISPLAY "ENTER DISPOSITION NOTES (ONE LINE): "
               ACCEPT WS-NOTES
               EVALUATE TRUE
                   WHEN NOT WS-VALID-NEW-STATUS
                       DISPLAY "INVALID STATUS - ENTER U, E, C OR R"
                   WHEN WS-DECIDING-STATUS AND WS-NOTES = SPACES
                       DISPLAY "Disposition notes are required to"
                           " close or report a case"
                   WHEN OTHER
                       PERFORM BOOK-THE-DECISION
               END-EVALUATE
           END-IF.

       BOOK-THE-DECISION.
           MOVE WS-NEW-STATUS  TO AMC-STATUS
           MOVE WS-TS-DATE     TO AMC-STATUS-DATE
           MOVE WS-OPERATOR-ID TO AMC-STATUS-BY
           IF WS-NOTES NOT = SPACES
               MOVE WS-NOTES TO AMC-DISPOSITION-NOTES
           END-IF
           IF AMC-REPORTED
               MOVE 0 TO AMC-STR-EXTRACT-DATE
           END-IF
           PERFORM REWRITE-CASE
           DISPLAY "CASE " AMC-CASE-NUMBER " STATUS " AMC-STATUS
           IF AMC-REPORTED
               DISPLAY "CASE WILL BE ON TONIGHT'S STR EXTRACT"
           END-IF.

      * 02 ONLY SAYS THE CUSTOMER HAS ANOTHER CASE ON THE
      * ALTERNATE KEY - EXPECTED, NOT AN ERROR.
       REWRITE-CASE.
           REWRITE AML-CASE-RECORD
           IF WS-AMLCASE-STATUS NOT = "02"
               CALL "FILERR" USING "AMLMNT  " "AMLCASE"
                   WS-AMLCASE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.
