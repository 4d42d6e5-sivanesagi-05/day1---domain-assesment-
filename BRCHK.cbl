       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHK.

      *****************************************************
      * Common branch check, shared the way KYCCHK is        *
      * shared. Callers pass a branch code and get back        *
      * whether it is open, closed or not on the branch         *
      * master, and the region it reports under. No master       *
      * file on disk means the branches have not been loaded      *
      * yet - every branch passes as open until it exists.         *
      * A branch with no master row reports under region            *
      * "????" so the regional reports still add up.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "BRMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRM-BRANCH-CODE
               FILE STATUS WS-BRMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER.
       COPY "BRMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BRMAST-STATUS    PIC XX.

       LINKAGE SECTION.
       01 LS-BRANCH-CODE      PIC X(4).
       01 LS-BRANCH-FLAG      PIC X.
          88 LS-BRANCH-OPEN   VALUE "O".
          88 LS-BRANCH-CLOSED VALUE "C".
          88 LS-BRANCH-UNKNOWN VALUE "U".
       01 LS-REGION           PIC X(4).

       PROCEDURE DIVISION USING LS-BRANCH-CODE LS-BRANCH-FLAG
                                LS-REGION.
       MAIN-LOGIC.
           SET LS-BRANCH-OPEN TO TRUE
           MOVE "????" TO LS-REGION

           OPEN INPUT BRANCH-MASTER
           IF WS-BRMAST-STATUS = "35"
               GOBACK
           END-IF
           IF WS-BRMAST-STATUS NOT = "00"
               DISPLAY "BRCHK: BRMAST OPEN STATUS "
                   WS-BRMAST-STATUS " - CHECK SKIPPED"
               GOBACK
           END-IF

           MOVE LS-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   SET LS-BRANCH-UNKNOWN TO TRUE
               NOT INVALID KEY
                   MOVE BRM-REGION TO LS-REGION
                   IF BRM-BRANCH-CLOSED
                       SET LS-BRANCH-CLOSED TO TRUE
                   END-IF
           END-READ

           CLOSE BRANCH-MASTER

           GOBACK.
