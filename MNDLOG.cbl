       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDLOG.

      *****************************************************
      * Common mandate journal writer, shared the way OVRLOG *
      * is shared for supervisor overrides. Callers pass the  *
      * function done, the mandate holder's customer id, the   *
      * account and amount, and the operator and branch at the  *
      * counter - one line appends to MNDJRNL.DAT per call. The  *
      * mandate itself is checked through MNDCHK at the calling   *
      * prompt, not here.                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-JOURNAL ASSIGN TO "MNDJRNL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MNDJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-JOURNAL.
       COPY "MNDJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MNDJRNL-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       LINKAGE SECTION.
       01 LS-FUNCTION         PIC X(10).
       01 LS-HOLDER-ID        PIC 9(8).
       01 LS-ACCOUNT-NUMBER   PIC 9(10).
       01 LS-AMOUNT           PIC 9(9)V99.
       01 LS-OPERATOR-ID      PIC X(8).
       01 LS-BRANCH           PIC X(4).

       PROCEDURE DIVISION USING LS-FUNCTION LS-HOLDER-ID
                                LS-ACCOUNT-NUMBER LS-AMOUNT
                                LS-OPERATOR-ID LS-BRANCH.
       MAIN-LOGIC.
           OPEN EXTEND MANDATE-JOURNAL
           IF WS-MNDJRNL-STATUS = "35"
               OPEN OUTPUT MANDATE-JOURNAL
           END-IF
           CALL "FILERR" USING "MNDLOG  " "MNDJRNL"
               WS-MNDJRNL-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE        TO MDJ-TIMESTAMP(1:8)
           MOVE WS-TS-TIME        TO MDJ-TIMESTAMP(9:8)
           MOVE LS-HOLDER-ID      TO MDJ-HOLDER-ID
           MOVE LS-ACCOUNT-NUMBER TO MDJ-ACCOUNT-NUMBER
           MOVE LS-FUNCTION       TO MDJ-FUNCTION
           MOVE LS-AMOUNT         TO MDJ-AMOUNT
           MOVE LS-OPERATOR-ID    TO MDJ-OPERATOR-ID
           MOVE LS-BRANCH         TO MDJ-BRANCH
           WRITE MANDATE-JOURNAL-RECORD

           CLOSE MANDATE-JOURNAL

           GOBACK.
