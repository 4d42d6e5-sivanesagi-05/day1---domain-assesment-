       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVIEW.

      *****************************************************
      * Branch report viewer behind the teller menu. A       *
      * supervisor sees the report members RPTBURST filed for *
      * their own branch over the last N days, picks one from  *
      * the list and has its lines displayed as printed - no    *
      * other branch's members are offered.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RPX-KEY
               FILE STATUS WS-RPTINDEX-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RPS-KEY
               FILE STATUS WS-RPTSTORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INDEX.
       COPY "RPTINDEX.cpy".

       FD  REPORT-STORE.
       COPY "RPTSTORE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RPTINDEX-STATUS  PIC XX.
       01 WS-RPTSTORE-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INDEX     VALUE "Y".
       01 WS-MEMBER-EOF-FLAG  PIC X      VALUE "N".
          88 END-OF-MEMBER    VALUE "Y".
       01 WS-FILES-FLAG       PIC X      VALUE "Y".
          88 WS-REPOSITORY-OPEN VALUE "Y".
       01 WS-DAYS-BACK        PIC 9(3)   VALUE 0.
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-CHOICE           PIC 9(3)   VALUE 0.
       01 I                   PIC 9(3).
      * THE MEMBERS LISTED FOR THE BRANCH, NUMBERED AS SHOWN.
       01 WS-LISTED-COUNT     PIC 9(3)   VALUE 0.
       01 WS-LISTED-TABLE.
          05 WS-LISTED-ENTRY OCCURS 200 TIMES.
             10 WSL-REPORT-DATE     PIC 9(8).
             10 WSL-REPORT-ID       PIC X(8).
             10 WSL-PAGE-COUNT      PIC 9(4).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-BRANCH           PIC X(4).

       PROCEDURE DIVISION USING LS-BRANCH.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

      * CALLED AGAIN AND AGAIN FROM THE MENU - START CLEAN.
           MOVE 0   TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           MOVE "Y" TO WS-FILES-FLAG

           DISPLAY "ENTER NUMBER OF DAYS TO LIST (0 = 7): ".
           ACCEPT WS-DAYS-BACK.
           IF WS-DAYS-BACK = 0
               MOVE 7 TO WS-DAYS-BACK
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - WS-DAYS-BACK)

           PERFORM OPEN-REPOSITORY
           IF NOT WS-REPOSITORY-OPEN
               DISPLAY "NO REPORTS ON FILE"
               GOBACK
           END-IF

           PERFORM LIST-BRANCH-MEMBERS
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO REPORTS FOR BRANCH " LS-BRANCH
                   " SINCE " WS-FROM-DATE
           ELSE
               MOVE 1 TO WS-CHOICE
               PERFORM UNTIL WS-CHOICE = 0
                   DISPLAY "ENTER ENTRY NUMBER TO VIEW (0 = EXIT): "
                   ACCEPT WS-CHOICE
                   IF WS-CHOICE > 0
                       PERFORM VIEW-ONE-MEMBER
                   END-IF
               END-PERFORM
           END-IF

           CLOSE REPORT-INDEX
           CLOSE REPORT-STORE

           GOBACK.

       OPEN-REPOSITORY.
           OPEN INPUT REPORT-INDEX
           IF WS-RPTINDEX-STATUS = "35"
               MOVE "N" TO WS-FILES-FLAG
           ELSE
               CALL "FILERR" USING "RPTVIEW " "RPTINDEX"
                   WS-RPTINDEX-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               OPEN INPUT REPORT-STORE
               CALL "FILERR" USING "RPTVIEW " "RPTSTORE"
                   WS-RPTSTORE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

      * THE INDEX IS IN DATE ORDER, SO THE LIST STARTS AT THE
      * FIRST DAY ASKED FOR AND ONLY THIS BRANCH'S ROWS ARE KEPT.
       LIST-BRANCH-MEMBERS.
           MOVE WS-FROM-DATE TO RPX-REPORT-DATE
           MOVE LOW-VALUES   TO RPX-REPORT-ID
           MOVE LOW-VALUES   TO RPX-BRANCH
           START REPORT-INDEX KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-INDEX
               READ REPORT-INDEX NEXT RECORD
                   AT END SET END-OF-INDEX TO TRUE
                   NOT AT END
                       IF RPX-BRANCH = LS-BRANCH
                           PERFORM LIST-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-MEMBER.
           IF WS-LISTED-COUNT < 200
               ADD 1 TO WS-LISTED-COUNT
               MOVE RPX-REPORT-DATE TO WSL-REPORT-DATE(WS-LISTED-COUNT)
               MOVE RPX-REPORT-ID   TO WSL-REPORT-ID(WS-LISTED-COUNT)
               MOVE RPX-PAGE-COUNT  TO WSL-PAGE-COUNT(WS-LISTED-COUNT)
               DISPLAY WS-LISTED-COUNT ". " RPX-REPORT-DATE " "
                   RPX-REPORT-ID " " RPX-PAGE-COUNT " PAGE(S) "
                   RPX-LINE-COUNT " LINE(S)"
           END-IF.

       VIEW-ONE-MEMBER.
           IF WS-CHOICE > WS-LISTED-COUNT
               DISPLAY "NO SUCH ENTRY - PLEASE RE-ENTER"
           ELSE
               MOVE WS-CHOICE TO I
               DISPLAY "==== " WSL-REPORT-ID(I) " BRANCH " LS-BRANCH
                   " FOR " WSL-REPORT-DATE(I) " ===="
               MOVE "N" TO WS-MEMBER-EOF-FLAG
               MOVE WSL-REPORT-DATE(I) TO RPS-REPORT-DATE
               MOVE WSL-REPORT-ID(I)   TO RPS-REPORT-ID
               MOVE LS-BRANCH          TO RPS-BRANCH
               MOVE 0                  TO RPS-LINE-SEQ
               START REPORT-STORE KEY IS NOT LESS THAN RPS-KEY
                   INVALID KEY SET END-OF-MEMBER TO TRUE
               END-START
               PERFORM UNTIL END-OF-MEMBER
                   READ REPORT-STORE NEXT RECORD
                       AT END SET END-OF-MEMBER TO TRUE
                       NOT AT END
                           IF RPS-REPORT-DATE = WSL-REPORT-DATE(I)
                              AND RPS-REPORT-ID = WSL-REPORT-ID(I)
                              AND RPS-BRANCH = LS-BRANCH
                               DISPLAY RPS-LINE
                           ELSE
                               SET END-OF-MEMBER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "==== END OF REPORT ===="
           END-IF.
