       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.

      *****************************************************
      * Campaign response load and take-up measurement. The  *
      * campaign's response file from the mailing house or    *
      * call centre is keyed onto the CAMPMEMB register -      *
      * interested or declined, with the date - and every       *
      * member is then checked for take-up: a new account opened *
      * since the extract (numbered above the campaign's account  *
      * mark) of the product on offer, or for a loan offer a loan  *
      * booked on or after the extract date. The CAMPTKUP report    *
      * lists each take-up and rejected response with the campaign   *
      * totals, and the totals go back onto CAMPDEF. Rerunnable -     *
      * take-up is measured afresh each run.                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-DEFINITIONS ASSIGN TO "CAMPDEF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CMP-CAMPAIGN-CODE
               FILE STATUS WS-CAMPDEF-STATUS.

           SELECT CAMPAIGN-MEMBERS ASSIGN TO "CAMPMEMB.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CMB-KEY
               FILE STATUS WS-CAMPMEMB-STATUS.

           SELECT CAMPAIGN-RESPONSES ASSIGN TO "CAMPRESP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAMPRESP-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT TAKEUP-REPORT ASSIGN TO "CAMPTKUP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAMPTKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-DEFINITIONS.
       COPY "CAMPDEF.cpy".

       FD  CAMPAIGN-MEMBERS.
       COPY "CAMPMEMB.cpy".

      * ONE ROW PER CUSTOMER WHO ANSWERED - I = INTERESTED,
      * N = DECLINED.
       FD  CAMPAIGN-RESPONSES.
       01 CAMPAIGN-RESPONSE-RECORD.
          05 CRS-CUSTOMER-ID        PIC 9(8).
          05 CRS-RESPONSE-DATE      PIC 9(8).
          05 CRS-RESPONSE           PIC X.
             88 CRS-VALID-RESPONSE  VALUE "I" "N".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

      * D = A TAKE-UP, R = A RESPONSE THAT COULD NOT BE LOADED,
      * T = THE CAMPAIGN TOTALS.
       FD  TAKEUP-REPORT.
       01 TAKEUP-DETAIL-LINE.
          05 TKD-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 TKD-CAMPAIGN-CODE      PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKD-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKD-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKD-ACCOUNT-NUMBER     PIC 9(10).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKD-RESPONSE           PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKD-MESSAGE            PIC X(30).
       01 TAKEUP-TOTAL-LINE.
          05 TKT-RECORD-TYPE        PIC X.
          05 FILLER                 PIC X      VALUE SPACE.
          05 TKT-CAMPAIGN-CODE      PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-SELECTED           PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-INTERESTED         PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-DECLINED           PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-TAKEUP             PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-TAKEUP-RESPONDED   PIC 9(6).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 TKT-TAKEUP-PCT         PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-CAMPDEF-STATUS   PIC XX.
       01 WS-CAMPMEMB-STATUS  PIC XX.
       01 WS-CAMPRESP-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-CAMPTKUP-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-ACCT-EOF-FLAG    PIC X.
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-CAMPAIGN-CODE    PIC X(8).
       01 WS-TAKEUP-ACCOUNT   PIC 9(10).
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-COUNTS.
          05 WS-LOADED-COUNT      PIC 9(6)   VALUE 0.
          05 WS-REJECTED-COUNT    PIC 9(6)   VALUE 0.
          05 WS-MEMBER-COUNT      PIC 9(6)   VALUE 0.
          05 WS-INTERESTED-COUNT  PIC 9(6)   VALUE 0.
          05 WS-DECLINED-COUNT    PIC 9(6)   VALUE 0.
          05 WS-TAKEUP-COUNT      PIC 9(6)   VALUE 0.
          05 WS-TAKEUP-RESPONDED  PIC 9(6)   VALUE 0.
       01 WS-TAKEUP-PCT       PIC 9(3)V99 VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER CAMPAIGN CODE: ".
           ACCEPT WS-CAMPAIGN-CODE.

           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-THE-CAMPAIGN

           PERFORM LOAD-THE-RESPONSES
           PERFORM MEASURE-THE-TAKEUP
           PERFORM REPORT-THE-TOTALS

           DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE " - "
               WS-LOADED-COUNT " RESPONSE(S) LOADED, "
               WS-REJECTED-COUNT " REJECTED"
           DISPLAY "  " WS-MEMBER-COUNT " SELECTED, "
               WS-TAKEUP-COUNT " TOOK UP (" TKT-TAKEUP-PCT "%), "
               WS-TAKEUP-RESPONDED " OF THEM AFTER RESPONDING"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O CAMPAIGN-DEFINITIONS
           CALL "FILERR" USING "CAMPRESP" "CAMPDEF" WS-CAMPDEF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O CAMPAIGN-MEMBERS
           CALL "FILERR" USING "CAMPRESP" "CAMPMEMB" WS-CAMPMEMB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CAMPRESP" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "CAMPRESP" "LOANMAST" WS-LOANMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT TAKEUP-REPORT
           CALL "FILERR" USING "CAMPRESP" "CAMPTKUP" WS-CAMPTKUP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE CAMPAIGN-DEFINITIONS
           CLOSE CAMPAIGN-MEMBERS
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-MASTER
           CLOSE TAKEUP-REPORT.

      * ONLY AN EXTRACTED CAMPAIGN HAS MEMBERS TO MEASURE; A
      * CLOSED ONE KEEPS THE FIGURES IT WAS CLOSED WITH.
       LOAD-THE-CAMPAIGN.
           MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
           READ CAMPAIGN-DEFINITIONS
               INVALID KEY
                   DISPLAY "Campaign " WS-CAMPAIGN-CODE
                       " not on file - run refused"
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-READ
           IF NOT CMP-EXTRACTED
               DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
                   " NOT EXTRACTED OR ALREADY CLOSED - RUN REFUSED"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF.

      * NO RESPONSE FILE YET IS NOT AN ERROR - TAKE-UP IS STILL
      * MEASURED.
       LOAD-THE-RESPONSES.
           OPEN INPUT CAMPAIGN-RESPONSES
           IF WS-CAMPRESP-STATUS = "35"
               DISPLAY "NO RESPONSE FILE FOR " WS-CAMPAIGN-CODE
                   " - TAKE-UP ONLY"
           ELSE
               CALL "FILERR" USING "CAMPRESP" "CAMPRESP"
                   WS-CAMPRESP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CAMPAIGN-RESPONSES
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END PERFORM LOAD-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-RESPONSES
           END-IF.

       LOAD-ONE-RESPONSE.
           IF NOT CRS-VALID-RESPONSE
               MOVE "Response code not I or N" TO WS-REJECT-REASON
               PERFORM REJECT-THE-RESPONSE
           ELSE
               MOVE WS-CAMPAIGN-CODE TO CMB-CAMPAIGN-CODE
               MOVE CRS-CUSTOMER-ID  TO CMB-CUSTOMER-ID
               READ CAMPAIGN-MEMBERS
                   INVALID KEY
                       MOVE "Customer not on the campaign"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-THE-RESPONSE
                   NOT INVALID KEY
                       MOVE CRS-RESPONSE      TO CMB-RESPONSE
                       MOVE CRS-RESPONSE-DATE TO CMB-RESPONSE-DATE
                       PERFORM REWRITE-THE-MEMBER
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-IF.

       REJECT-THE-RESPONSE.
           MOVE SPACES           TO TAKEUP-DETAIL-LINE
           MOVE "R"              TO TKD-RECORD-TYPE
           MOVE WS-CAMPAIGN-CODE TO TKD-CAMPAIGN-CODE
           MOVE CRS-CUSTOMER-ID  TO TKD-CUSTOMER-ID
           MOVE 0                TO TKD-ACCOUNT-NUMBER
           MOVE CRS-RESPONSE     TO TKD-RESPONSE
           MOVE WS-REJECT-REASON TO TKD-MESSAGE
           WRITE TAKEUP-DETAIL-LINE
           ADD 1 TO WS-REJECTED-COUNT.

      *****************************************************
      * EVERY MEMBER OF THE CAMPAIGN, IN CUSTOMER ORDER. A
      * TAKE-UP FOUND ON AN EARLIER RUN STANDS EVEN IF THE
      * ACCOUNT HAS SINCE CLOSED.
      *****************************************************
       MEASURE-THE-TAKEUP.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-CAMPAIGN-CODE TO CMB-CAMPAIGN-CODE
           MOVE 0                TO CMB-CUSTOMER-ID
           START CAMPAIGN-MEMBERS KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ CAMPAIGN-MEMBERS NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CMB-CAMPAIGN-CODE NOT = WS-CAMPAIGN-CODE
                           SET END-OF-FILE TO TRUE
                       ELSE
                           PERFORM MEASURE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       MEASURE-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           IF CMB-INTERESTED
               ADD 1 TO WS-INTERESTED-COUNT
           END-IF
           IF CMB-DECLINED
               ADD 1 TO WS-DECLINED-COUNT
           END-IF
           IF NOT CMB-TOOK-UP
               PERFORM FIND-NEW-PRODUCT
               IF WS-TAKEUP-ACCOUNT > 0
                   SET CMB-TOOK-UP TO TRUE
                   MOVE WS-TAKEUP-ACCOUNT TO CMB-TAKEUP-ACCOUNT
                   PERFORM REWRITE-THE-MEMBER
               END-IF
           END-IF
           IF CMB-TOOK-UP
               ADD 1 TO WS-TAKEUP-COUNT
               IF NOT CMB-NO-RESPONSE
                   ADD 1 TO WS-TAKEUP-RESPONDED
               END-IF
               MOVE SPACES             TO TAKEUP-DETAIL-LINE
               MOVE "D"                TO TKD-RECORD-TYPE
               MOVE WS-CAMPAIGN-CODE   TO TKD-CAMPAIGN-CODE
               MOVE CMB-CUSTOMER-ID    TO TKD-CUSTOMER-ID
               MOVE CMB-BRANCH         TO TKD-BRANCH
               MOVE CMB-TAKEUP-ACCOUNT TO TKD-ACCOUNT-NUMBER
               MOVE CMB-RESPONSE       TO TKD-RESPONSE
               MOVE "Took up the offer" TO TKD-MESSAGE
               WRITE TAKEUP-DETAIL-LINE
           END-IF.

      * A LOAN OFFER IS TAKEN UP BY A LOAN BOOKED SINCE THE
      * EXTRACT - ITS DISBURSEMENT ACCOUNT STANDS FOR IT.
       FIND-NEW-PRODUCT.
           MOVE 0 TO WS-TAKEUP-ACCOUNT
           IF CMP-OFFER-TYPE NOT = "LN"
               PERFORM FIND-NEW-ACCOUNT
           END-IF
           IF WS-TAKEUP-ACCOUNT = 0
              AND (CMP-OFFER-TYPE = "LN" OR CMP-OFFER-TYPE = SPACES)
               MOVE CMB-CUSTOMER-ID TO LNM-CUSTOMER-ID
               READ LOAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LNM-PRINCIPAL > 0
                          AND LNM-OPEN-DATE >= CMP-EXTRACT-DATE
                           MOVE LNM-DISBURSE-ACCOUNT
                               TO WS-TAKEUP-ACCOUNT
                       END-IF
               END-READ
           END-IF.

       FIND-NEW-ACCOUNT.
           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE CMB-CUSTOMER-ID TO ACM-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACM-CUSTOMER-ID
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       IF ACM-CUSTOMER-ID NOT = CMB-CUSTOMER-ID
                           SET END-OF-ACCOUNTS TO TRUE
                       ELSE
                           IF ACM-ACCOUNT-NUMBER > CMP-ACCOUNT-MARK
                              AND (CMP-OFFER-TYPE = SPACES
                               OR ACM-ACCOUNT-TYPE = CMP-OFFER-TYPE)
                               MOVE ACM-ACCOUNT-NUMBER
                                   TO WS-TAKEUP-ACCOUNT
                               SET END-OF-ACCOUNTS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-THE-MEMBER.
           REWRITE CAMPAIGN-MEMBER-RECORD
           CALL "FILERR" USING "CAMPRESP" "CAMPMEMB" WS-CAMPMEMB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       REPORT-THE-TOTALS.
           IF WS-MEMBER-COUNT > 0
               COMPUTE WS-TAKEUP-PCT ROUNDED =
                   WS-TAKEUP-COUNT * 100 / WS-MEMBER-COUNT
           END-IF
           MOVE SPACES              TO TAKEUP-TOTAL-LINE
           MOVE "T"                 TO TKT-RECORD-TYPE
           MOVE WS-CAMPAIGN-CODE    TO TKT-CAMPAIGN-CODE
           MOVE WS-MEMBER-COUNT     TO TKT-SELECTED
           MOVE WS-INTERESTED-COUNT TO TKT-INTERESTED
           MOVE WS-DECLINED-COUNT   TO TKT-DECLINED
           MOVE WS-TAKEUP-COUNT     TO TKT-TAKEUP
           MOVE WS-TAKEUP-RESPONDED TO TKT-TAKEUP-RESPONDED
           MOVE WS-TAKEUP-PCT       TO TKT-TAKEUP-PCT
           WRITE TAKEUP-TOTAL-LINE

           COMPUTE CMP-RESPONSE-COUNT =
               WS-INTERESTED-COUNT + WS-DECLINED-COUNT
           MOVE WS-TAKEUP-COUNT TO CMP-TAKEUP-COUNT
           REWRITE CAMPAIGN-DEFINITION-RECORD
           CALL "FILERR" USING "CAMPRESP" "CAMPDEF" WS-CAMPDEF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
