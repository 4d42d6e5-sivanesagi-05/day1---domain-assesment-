       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMGAP.

      *****************************************************
      * Weekly nominee-gap list. Every open deposit or       *
      * term-deposit account held by an individual with no    *
      * active nominee on the NOMINEE register is listed by    *
      * branch, so the branches can ask the customer for one    *
      * before it is needed. Entity customers on ENTREG are left *
      * out - nominees are for individuals.                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT NOMINEE-REGISTER ASSIGN TO "NOMINEE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOM-KEY
               FILE STATUS WS-NOMINEE-STATUS.

           SELECT ENTITY-REGISTER ASSIGN TO "ENTREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ENT-CUSTOMER-ID
               FILE STATUS WS-ENTREG-STATUS.

           SELECT NOMINEE-GAP-REPORT ASSIGN TO "NOMGAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOMGAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  NOMINEE-REGISTER.
       COPY "NOMINEE.cpy".

       FD  ENTITY-REGISTER.
       COPY "ENTREG.cpy".

       FD  NOMINEE-GAP-REPORT.
       01 NOMINEE-GAP-LINE.
          05 NGL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NGL-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NGL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NGL-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NGL-BALANCE            PIC -(9)9.99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NGL-STANDING           PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-NOMINEE-STATUS   PIC XX.
       01 WS-ENTREG-STATUS    PIC XX.
       01 WS-NOMGAP-STATUS    PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-NOMINEE-FILE-FLAG PIC X     VALUE "Y".
          88 WS-NOMINEES-ON-FILE VALUE "Y".
       01 WS-ENTREG-FILE-FLAG PIC X      VALUE "Y".
          88 WS-ENTREG-ON-FILE VALUE "Y".
       01 WS-NOMINEE-EOF-FLAG PIC X      VALUE "N".
          88 END-OF-NOMINEES  VALUE "Y".
       01 WS-FOUND-FLAG       PIC X      VALUE "N".
          88 WS-NOMINEE-FOUND VALUE "Y".
       01 WS-ENTITY-FLAG      PIC X      VALUE "N".
          88 WS-IS-ENTITY     VALUE "Y".
       01 WS-CHECKED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-GAP-COUNT        PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL END-OF-ACCOUNTS
               IF ACM-ACCT-ACTIVE OR ACM-ACCT-DORMANT
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM

           DISPLAY "NOMINEE GAP LIST COMPLETE - ACCOUNTS CHECKED "
               WS-CHECKED-COUNT " WITHOUT A NOMINEE " WS-GAP-COUNT

           CLOSE ACCOUNT-MASTER
           CLOSE NOMINEE-GAP-REPORT
           IF WS-NOMINEES-ON-FILE
               CLOSE NOMINEE-REGISTER
           END-IF
           IF WS-ENTREG-ON-FILE
               CLOSE ENTITY-REGISTER
           END-IF

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "NOMGAP  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * NO NOMINEE REGISTER YET MEANS EVERY ACCOUNT IS A GAP.
           OPEN INPUT NOMINEE-REGISTER
           IF WS-NOMINEE-STATUS = "35"
               MOVE "N" TO WS-NOMINEE-FILE-FLAG
           ELSE
               CALL "FILERR" USING "NOMGAP  " "NOMINEE"
                   WS-NOMINEE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ENTITY-REGISTER
           IF WS-ENTREG-STATUS = "35"
               MOVE "N" TO WS-ENTREG-FILE-FLAG
           ELSE
               CALL "FILERR" USING "NOMGAP  " "ENTREG"
                   WS-ENTREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT NOMINEE-GAP-REPORT
           CALL "FILERR" USING "NOMGAP  " "NOMGAP" WS-NOMGAP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.

       CHECK-ONE-ACCOUNT.
           PERFORM CHECK-FOR-ENTITY
           IF NOT WS-IS-ENTITY
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM FIND-ACTIVE-NOMINEE
               IF NOT WS-NOMINEE-FOUND
                   PERFORM WRITE-GAP-LINE
               END-IF
           END-IF.

       CHECK-FOR-ENTITY.
           MOVE "N" TO WS-ENTITY-FLAG
           IF WS-ENTREG-ON-FILE
               MOVE ACM-CUSTOMER-ID TO ENT-CUSTOMER-ID
               READ ENTITY-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-ENTITY TO TRUE
               END-READ
           END-IF.

       FIND-ACTIVE-NOMINEE.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-NOMINEES-ON-FILE
               MOVE "N" TO WS-NOMINEE-EOF-FLAG
               MOVE ACM-ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
               MOVE 0 TO NOM-SEQ
               START NOMINEE-REGISTER KEY IS NOT LESS THAN NOM-KEY
                   INVALID KEY SET END-OF-NOMINEES TO TRUE
               END-START
               PERFORM UNTIL END-OF-NOMINEES OR WS-NOMINEE-FOUND
                   READ NOMINEE-REGISTER NEXT RECORD
                       AT END SET END-OF-NOMINEES TO TRUE
                       NOT AT END
                           IF NOM-ACCOUNT-NUMBER
                              NOT = ACM-ACCOUNT-NUMBER
                               SET END-OF-NOMINEES TO TRUE
                           ELSE
                               IF NOM-ACTIVE
                                   SET WS-NOMINEE-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-GAP-LINE.
           MOVE ACM-BRANCH         TO NGL-BRANCH
           MOVE ACM-ACCOUNT-NUMBER TO NGL-ACCOUNT-NUMBER
           MOVE ACM-CUSTOMER-ID    TO NGL-CUSTOMER-ID
           MOVE ACM-ACCOUNT-TYPE   TO NGL-ACCOUNT-TYPE
           MOVE ACM-BALANCE        TO NGL-BALANCE
           IF ACM-ACCT-DORMANT
               MOVE "DORMANT"     TO NGL-STANDING
           ELSE
               MOVE "NO NOMINEE"  TO NGL-STANDING
           END-IF
           WRITE NOMINEE-GAP-LINE
           ADD 1 TO WS-GAP-COUNT.
