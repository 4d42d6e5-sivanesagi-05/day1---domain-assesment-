       IDENTIFICATION DIVISION.
       PROGRAM-ID. BVAPPR.

      *****************************************************
      * Supervisor review of back-valued postings dated      *
      * further back than the approval limit. The item itself *
      * is already on the account; what waits here is its      *
      * interest adjustment. An approval needs a reason code    *
      * and goes to the override journal, after which INTACCR    *
      * and ODINTACC reprice the missed days on their next run; a *
      * decline closes the item so the interest stands as accrued  *
      * from the posting date.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-VALUE-FILE ASSIGN TO "BACKVAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BVL-KEY
               FILE STATUS WS-BACKVAL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACK-VALUE-FILE.
       COPY "BACKVAL.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BACKVAL-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-BACK-VALUES VALUE "Y".
       01 WS-APPROVED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-DECLINED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-SUPERVISOR-ID    PIC X(8).
       01 WS-OVR-REASON       PIC X(3).
       01 WS-OVR-AMOUNT       PIC 9(9)V99.
       01 WS-BRANCH           PIC X(4).
       01 WS-BACK-DAYS        PIC 9(5).
       01 WS-DECISION         PIC X.
          88 WS-APPROVE       VALUE "A".
          88 WS-DECLINE       VALUE "D".
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER SUPERVISOR ID: ".
           ACCEPT WS-SUPERVISOR-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-BACK-VALUE-RECORD
           PERFORM UNTIL END-OF-BACK-VALUES
               IF BVL-AWAITING-APPROVAL
                   PERFORM REVIEW-ONE-ITEM
               END-IF
               PERFORM READ-BACK-VALUE-RECORD
           END-PERFORM

           DISPLAY "BACK-VALUE REVIEW COMPLETE - APPROVED "
               WS-APPROVED-COUNT " DECLINED " WS-DECLINED-COUNT

           CLOSE BACK-VALUE-FILE
           CLOSE ACCOUNT-MASTER

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O BACK-VALUE-FILE
           CALL "FILERR" USING "BVAPPR  " "BACKVAL" WS-BACKVAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "BVAPPR  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-BACK-VALUE-RECORD.
           READ BACK-VALUE-FILE NEXT RECORD
               AT END SET END-OF-BACK-VALUES TO TRUE
           END-READ.

       REVIEW-ONE-ITEM.
           COMPUTE WS-BACK-DAYS =
               FUNCTION INTEGER-OF-DATE(BVL-POSTING-DATE)
               - FUNCTION INTEGER-OF-DATE(BVL-VALUE-DATE)
           DISPLAY "ACCOUNT " BVL-ACCOUNT-NUMBER " AMOUNT "
               BVL-AMOUNT " VALUED " BVL-VALUE-DATE " POSTED "
               BVL-POSTING-DATE " (" WS-BACK-DAYS " DAYS)".
           DISPLAY "APPROVE(A) OR DECLINE(D): ".
           ACCEPT WS-DECISION.

           EVALUATE TRUE
               WHEN WS-APPROVE
      * AN APPROVAL CARRIES A MANDATORY REASON CODE TO THE
      * OVERRIDE JOURNAL, AS DEPAPPR'S DOES - NO CODE, NO
      * APPROVAL.
                   DISPLAY "ENTER APPROVAL REASON CODE (SPACES ="
                       " DECLINE): "
                   ACCEPT WS-OVR-REASON
                   IF WS-OVR-REASON = SPACES
                       DISPLAY "NO REASON CODE - DECLINED"
                       PERFORM DECLINE-BACK-VALUE
                   ELSE
                       PERFORM APPROVE-BACK-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY "DECLINED - ACCOUNT " BVL-ACCOUNT-NUMBER
                   PERFORM DECLINE-BACK-VALUE
           END-EVALUATE.

       APPROVE-BACK-VALUE.
           MOVE SPACES TO WS-BRANCH
           MOVE BVL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-BRANCH TO WS-BRANCH
           END-READ
           SET BVL-APPROVED        TO TRUE
           PERFORM STAMP-THE-DECISION
           MOVE BVL-AMOUNT TO WS-OVR-AMOUNT
           CALL "OVRLOG" USING "BVAPPR    " WS-SUPERVISOR-ID
               WS-BRANCH BVL-ACCOUNT-NUMBER WS-OVR-AMOUNT
               WS-OVR-REASON
           ADD 1 TO WS-APPROVED-COUNT.

       DECLINE-BACK-VALUE.
           SET BVL-DECLINED        TO TRUE
           PERFORM STAMP-THE-DECISION
           ADD 1 TO WS-DECLINED-COUNT.

       STAMP-THE-DECISION.
           MOVE WS-SUPERVISOR-ID   TO BVL-APPROVED-BY
           MOVE WS-TS-DATE         TO BVL-APPROVED-DATE
           REWRITE BACK-VALUE-RECORD
           CALL "FILERR" USING "BVAPPR  " "BACKVAL" WS-BACKVAL-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
