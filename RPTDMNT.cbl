       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDMNT.

      *****************************************************
      * Report distribution maintenance - define who         *
      * receives a report's cut for a branch (or for every    *
      * branch, as ****) and how long it stays in the online   *
      * repository, remove a row, or list the table.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DISTRIBUTION ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RDT-KEY
               FILE STATUS WS-RPTDIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-DISTRIBUTION.
       COPY "RPTDIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RPTDIST-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-TABLE     VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-DEFINE-ROW    VALUE "D".
          88 WS-REMOVE-ROW    VALUE "R".
          88 WS-LIST-ROWS     VALUE "L".
       01 WS-REPORT-ID        PIC X(8).
       01 WS-BRANCH           PIC X(4).
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - DEFINE/AMEND(D) REMOVE(R) LIST(L): ".
           ACCEPT WS-ACTION.

           PERFORM OPEN-THE-TABLE

           EVALUATE TRUE
               WHEN WS-DEFINE-ROW
                   PERFORM DEFINE-THE-ROW
               WHEN WS-REMOVE-ROW
                   PERFORM REMOVE-THE-ROW
               WHEN WS-LIST-ROWS
                   PERFORM LIST-THE-TABLE
               WHEN OTHER
                   DISPLAY "INVALID ACTION - ENTER D, R OR L"
           END-EVALUATE

           CLOSE REPORT-DISTRIBUTION

           GOBACK.

       OPEN-THE-TABLE.
           OPEN I-O REPORT-DISTRIBUTION
           IF WS-RPTDIST-STATUS = "35"
               OPEN OUTPUT REPORT-DISTRIBUTION
               CLOSE REPORT-DISTRIBUTION
               OPEN I-O REPORT-DISTRIBUTION
           END-IF
           CALL "FILERR" USING "RPTDMNT " "RPTDIST"
               WS-RPTDIST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       DEFINE-THE-ROW.
           PERFORM ACCEPT-THE-KEY

           MOVE WS-REPORT-ID TO RDT-REPORT-ID
           MOVE WS-BRANCH    TO RDT-BRANCH
           READ REPORT-DISTRIBUTION
               INVALID KEY
                   PERFORM ACCEPT-DISTRIBUTION-FIELDS
                   WRITE REPORT-DISTRIBUTION-RECORD
               NOT INVALID KEY
                   PERFORM ACCEPT-DISTRIBUTION-FIELDS
                   REWRITE REPORT-DISTRIBUTION-RECORD
           END-READ
           CALL "FILERR" USING "RPTDMNT " "RPTDIST"
               WS-RPTDIST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "REPORT " WS-REPORT-ID "/" WS-BRANCH " TO "
               RDT-RECIPIENTS
           DISPLAY "  KEPT " RDT-RETENTION-DAYS " DAY(S)".

       ACCEPT-THE-KEY.
           DISPLAY "ENTER REPORT ID (EXCPRPT/LOWBALLT/DRAWRPT/FRZRPT/"
               "DELQRPT/PENDAGE/CONTAGE/OVRRPT/NOMGAP/MNDEXP/"
               "ALRTFAIL/VAULTRPT/ATMCSRPT/ATMLBRPT/OFFBOOK/"
               "OFFEXC): ".
           ACCEPT WS-REPORT-ID.
           DISPLAY "ENTER BRANCH (**** = ALL BRANCHES): ".
           ACCEPT WS-BRANCH.

       ACCEPT-DISTRIBUTION-FIELDS.
           MOVE WS-REPORT-ID TO RDT-REPORT-ID
           MOVE WS-BRANCH    TO RDT-BRANCH

           DISPLAY "ENTER RECIPIENTS: ".
           ACCEPT RDT-RECIPIENTS.

           DISPLAY "ENTER RETENTION DAYS (0 = 30): ".
           ACCEPT RDT-RETENTION-DAYS.
           IF RDT-RETENTION-DAYS = 0
               MOVE 30 TO RDT-RETENTION-DAYS
           END-IF.

       REMOVE-THE-ROW.
           PERFORM ACCEPT-THE-KEY

           MOVE WS-REPORT-ID TO RDT-REPORT-ID
           MOVE WS-BRANCH    TO RDT-BRANCH
           READ REPORT-DISTRIBUTION
               INVALID KEY
                   DISPLAY "Report/branch not on the table"
               NOT INVALID KEY
                   DELETE REPORT-DISTRIBUTION RECORD
                   DISPLAY "REPORT " WS-REPORT-ID "/"
                       WS-BRANCH " REMOVED"
           END-READ.

       LIST-THE-TABLE.
           PERFORM UNTIL END-OF-TABLE
               READ REPORT-DISTRIBUTION NEXT RECORD
                   AT END SET END-OF-TABLE TO TRUE
                   NOT AT END
                       DISPLAY "  " RDT-REPORT-ID "/" RDT-BRANCH
                           " KEPT " RDT-RETENTION-DAYS " TO "
                           RDT-RECIPIENTS
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " DISTRIBUTION ROW(S) ON THE TABLE".
