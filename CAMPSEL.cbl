       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.

      *****************************************************
      * Marketing campaign selection, driven by a CAMPDEF    *
      * definition instead of a custom job per list. Every    *
      * customer is tested against the campaign's criteria -   *
      * product held and not held across their open accounts    *
      * and loan, combined balance on the latest BALSNAP night,  *
      * CUM-CURRENT-AGE, RELBAND band, and an open term deposit   *
      * maturing in the window - and a customer who qualifies then *
      * meets the mandatory suppressions: deceased, minor,          *
      * no-contact preference, mail returned, a frozen account or a  *
      * live compliance case from the watchlist screening. Those left *
      * go to the CAMPEXT extract with name and address and onto the   *
      * CAMPMEMB register for CAMPRESP to measure take-up against;     *
      * each suppressed customer is listed with the reason. One        *
      * extract per campaign.                                          *
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

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

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TDP-ACCOUNT-NUMBER
               FILE STATUS WS-TERMDEP-STATUS.

           SELECT BALANCE-SNAPSHOTS ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BALSNAP-STATUS.

           SELECT RELATIONSHIP-BANDS ASSIGN TO "RELBAND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RLB-CUSTOMER-ID
               FILE STATUS WS-RELBAND-STATUS.

           SELECT CONTACT-PREFERENCES ASSIGN TO "CONTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPF-CUSTOMER-ID
               FILE STATUS WS-CONTPREF-STATUS.

           SELECT ADDRESS-STATUS-FILE ASSIGN TO "ADDRSTAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADS-CUSTOMER-ID
               FILE STATUS WS-ADDRSTAT-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT MINOR-REGISTER ASSIGN TO "MINORREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MNR-ACCOUNT-NUMBER
               FILE STATUS WS-MINORREG-STATUS.

           SELECT AML-CASES ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AMC-CASE-NUMBER
               ALTERNATE RECORD KEY AMC-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-AMLCASE-STATUS.

           SELECT ACCOUNT-NUMBER-CONTROL ASSIGN TO "ACCTCTRL.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ACCTCTRL-STATUS.

           SELECT CAMPAIGN-EXTRACT ASSIGN TO "CAMPEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAMPEXT-STATUS.

           SELECT SUPPRESSION-REPORT ASSIGN TO "CAMPSUPP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAMPSUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-DEFINITIONS.
       COPY "CAMPDEF.cpy".

       FD  CAMPAIGN-MEMBERS.
       COPY "CAMPMEMB.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD  BALANCE-SNAPSHOTS.
       COPY "BALSNAP.cpy".

       FD  RELATIONSHIP-BANDS.
       COPY "RELBAND.cpy".

       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       FD  ADDRESS-STATUS-FILE.
       COPY "ADDRSTAT.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       FD  MINOR-REGISTER.
       COPY "MINORREG.cpy".

       FD  AML-CASES.
       COPY "AMLCASE.cpy".

       FD  ACCOUNT-NUMBER-CONTROL.
       01 ACCOUNT-CONTROL-RECORD.
          05 ACN-LAST-BASE-NUMBER   PIC 9(9).

      * ONE ROW PER CUSTOMER SELECTED, FOR THE MAILING HOUSE.
       FD  CAMPAIGN-EXTRACT.
       01 CAMPAIGN-EXTRACT-RECORD.
          05 CEX-CAMPAIGN-CODE      PIC X(8).
          05 CEX-CUSTOMER-ID        PIC 9(8).
          05 CEX-CUSTOMER-NAME      PIC X(30).
          05 CEX-ADDRESS            PIC X(40).
          05 CEX-BRANCH             PIC X(4).
          05 CEX-EXTRACT-DATE       PIC 9(8).

       FD  SUPPRESSION-REPORT.
       01 SUPPRESSION-LINE.
          05 SPL-CAMPAIGN-CODE      PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SPL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SPL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SPL-REASON             PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SPL-MESSAGE            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CAMPDEF-STATUS   PIC XX.
       01 WS-CAMPMEMB-STATUS  PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-TERMDEP-STATUS   PIC XX.
       01 WS-BALSNAP-STATUS   PIC XX.
       01 WS-RELBAND-STATUS   PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-ADDRSTAT-STATUS  PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-MINORREG-STATUS  PIC XX.
       01 WS-AMLCASE-STATUS   PIC XX.
       01 WS-ACCTCTRL-STATUS  PIC XX.
       01 WS-CAMPEXT-STATUS   PIC XX.
       01 WS-CAMPSUPP-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-ACCT-EOF-FLAG    PIC X.
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-CASE-EOF-FLAG    PIC X.
          88 END-OF-CASES     VALUE "Y".
      * OPTIONAL FILES - NONE ON DISK MEANS NOTHING TO TEST.
       01 WS-TERMDEP-FLAG     PIC X      VALUE "Y".
          88 WS-TERMDEP-ON-FILE VALUE "Y".
       01 WS-RELBAND-FLAG     PIC X      VALUE "Y".
          88 WS-RELBAND-ON-FILE VALUE "Y".
       01 WS-CONTPREF-FLAG    PIC X      VALUE "Y".
          88 WS-CONTPREF-ON-FILE VALUE "Y".
       01 WS-ADDRSTAT-FLAG    PIC X      VALUE "Y".
          88 WS-ADDRSTAT-ON-FILE VALUE "Y".
       01 WS-DECREG-FLAG      PIC X      VALUE "Y".
          88 WS-DECREG-ON-FILE VALUE "Y".
       01 WS-MINORREG-FLAG    PIC X      VALUE "Y".
          88 WS-MINORREG-ON-FILE VALUE "Y".
       01 WS-AMLCASE-FLAG     PIC X      VALUE "Y".
          88 WS-AMLCASE-ON-FILE VALUE "Y".
       01 WS-CAMPAIGN-CODE    PIC X(8).
      * WHAT THE CUSTOMER IN HAND HOLDS.
       01 WS-OPEN-ACCOUNTS    PIC 9(3).
       01 WS-CUST-BRANCH      PIC X(4).
       01 WS-HOLDS-FLAG       PIC X.
          88 WS-HOLDS-PRODUCT VALUE "Y".
       01 WS-LACKS-FLAG       PIC X.
          88 WS-HAS-EXCLUDED-PRODUCT VALUE "Y".
       01 WS-LOAN-FLAG        PIC X.
          88 WS-HAS-LOAN      VALUE "Y".
       01 WS-TD-FLAG          PIC X.
          88 WS-TD-MATURING   VALUE "Y".
       01 WS-FROZEN-FLAG      PIC X.
          88 WS-HAS-FROZEN    VALUE "Y".
       01 WS-MINOR-FLAG       PIC X.
          88 WS-HAS-MINOR     VALUE "Y".
       01 WS-MATCH-FLAG       PIC X.
          88 WS-CRITERIA-MET  VALUE "Y".
       01 WS-COMBINED-BAL     PIC S9(13)V99.
      * SUPPRESSION REASON - FIRST ONE FOUND, IN THIS ORDER.
       01 WS-SUPPRESS-REASON  PIC X(2).
          88 WS-NOT-SUPPRESSED VALUE SPACES.
          88 WS-SUPP-DECEASED VALUE "DC".
          88 WS-SUPP-MINOR    VALUE "MN".
          88 WS-SUPP-NO-CONTACT VALUE "NC".
          88 WS-SUPP-RETURNED VALUE "MR".
          88 WS-SUPP-FROZEN   VALUE "FZ".
          88 WS-SUPP-WATCHLIST VALUE "WL".
       01 WS-TD-FROM-DATE     PIC 9(8)   VALUE 0.
       01 WS-TD-TO-DATE       PIC 9(8)   VALUE 0.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-ACCOUNT-MARK     PIC 9(10)  VALUE 0.
       01 WS-LATEST-SNAP-DATE PIC 9(8)   VALUE 0.
      * LATEST NIGHT'S COMBINED BALANCE PER CUSTOMER.
       01 I                   PIC 9(4).
       01 WS-SLOT             PIC 9(4).
       01 WS-BAL-COUNT        PIC 9(4)   VALUE 0.
       01 WS-BALANCE-TABLE.
          05 WS-BAL-ENTRY OCCURS 2000 TIMES.
             10 WSB-CUSTOMER-ID     PIC 9(8).
             10 WSB-BALANCE         PIC S9(13)V99.
       01 WS-COUNTS.
          05 WS-CUSTOMER-COUNT    PIC 9(7)   VALUE 0.
          05 WS-MATCHED-COUNT     PIC 9(6)   VALUE 0.
          05 WS-SELECTED-COUNT    PIC 9(6)   VALUE 0.
          05 WS-SUPPRESSED-COUNT  PIC 9(6)   VALUE 0.
          05 WS-DECEASED-COUNT    PIC 9(6)   VALUE 0.
          05 WS-MINOR-COUNT       PIC 9(6)   VALUE 0.
          05 WS-NO-CONTACT-COUNT  PIC 9(6)   VALUE 0.
          05 WS-RETURNED-COUNT    PIC 9(6)   VALUE 0.
          05 WS-FROZEN-COUNT      PIC 9(6)   VALUE 0.
          05 WS-WATCHLIST-COUNT   PIC 9(6)   VALUE 0.
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

           IF CMP-TD-TO-DAYS > 0
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
               COMPUTE WS-TD-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + CMP-TD-FROM-DAYS)
               COMPUTE WS-TD-TO-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + CMP-TD-TO-DAYS)
           END-IF

           PERFORM LOAD-LATEST-BALANCES
           PERFORM READ-ACCOUNT-CONTROL

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM TEST-ONE-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM STAMP-THE-CAMPAIGN

           DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE " EXTRACTED - "
               WS-MATCHED-COUNT " MET THE CRITERIA, "
               WS-SELECTED-COUNT " SELECTED, "
               WS-SUPPRESSED-COUNT " SUPPRESSED"
           DISPLAY "  SUPPRESSED " WS-DECEASED-COUNT " DECEASED "
               WS-MINOR-COUNT " MINOR " WS-NO-CONTACT-COUNT
               " NO-CONTACT " WS-RETURNED-COUNT " MAIL RETURNED"
           DISPLAY "  SUPPRESSED " WS-FROZEN-COUNT " FROZEN "
               WS-WATCHLIST-COUNT " COMPLIANCE CASE"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O CAMPAIGN-DEFINITIONS
           CALL "FILERR" USING "CAMPSEL " "CAMPDEF" WS-CAMPDEF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O CAMPAIGN-MEMBERS
           IF WS-CAMPMEMB-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-MEMBERS
               CLOSE CAMPAIGN-MEMBERS
               OPEN I-O CAMPAIGN-MEMBERS
           END-IF
           CALL "FILERR" USING "CAMPSEL " "CAMPMEMB" WS-CAMPMEMB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "CAMPSEL " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "CAMPSEL " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT LOAN-MASTER
           CALL "FILERR" USING "CAMPSEL " "LOANMAST" WS-LOANMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TERMDEP-STATUS = "35"
               MOVE "N" TO WS-TERMDEP-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "TERMDEP"
                   WS-TERMDEP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RELATIONSHIP-BANDS
           IF WS-RELBAND-STATUS = "35"
               MOVE "N" TO WS-RELBAND-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "RELBAND"
                   WS-RELBAND-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CONTACT-PREFERENCES
           IF WS-CONTPREF-STATUS = "35"
               MOVE "N" TO WS-CONTPREF-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "CONTPREF"
                   WS-CONTPREF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ADDRESS-STATUS-FILE
           IF WS-ADDRSTAT-STATUS = "35"
               MOVE "N" TO WS-ADDRSTAT-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "ADDRSTAT"
                   WS-ADDRSTAT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS = "35"
               MOVE "N" TO WS-DECREG-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "DECREG"
                   WS-DECREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT MINOR-REGISTER
           IF WS-MINORREG-STATUS = "35"
               MOVE "N" TO WS-MINORREG-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "MINORREG"
                   WS-MINORREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT AML-CASES
           IF WS-AMLCASE-STATUS = "35"
               MOVE "N" TO WS-AMLCASE-FLAG
           ELSE
               CALL "FILERR" USING "CAMPSEL " "AMLCASE"
                   WS-AMLCASE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CAMPAIGN-EXTRACT
           CALL "FILERR" USING "CAMPSEL " "CAMPEXT" WS-CAMPEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SUPPRESSION-REPORT
           CALL "FILERR" USING "CAMPSEL " "CAMPSUPP" WS-CAMPSUPP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE CAMPAIGN-DEFINITIONS
           CLOSE CAMPAIGN-MEMBERS
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-MASTER
           IF WS-TERMDEP-ON-FILE
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-RELBAND-ON-FILE
               CLOSE RELATIONSHIP-BANDS
           END-IF
           IF WS-CONTPREF-ON-FILE
               CLOSE CONTACT-PREFERENCES
           END-IF
           IF WS-ADDRSTAT-ON-FILE
               CLOSE ADDRESS-STATUS-FILE
           END-IF
           IF WS-DECREG-ON-FILE
               CLOSE DECEASED-REGISTER
           END-IF
           IF WS-MINORREG-ON-FILE
               CLOSE MINOR-REGISTER
           END-IF
           IF WS-AMLCASE-ON-FILE
               CLOSE AML-CASES
           END-IF
           CLOSE CAMPAIGN-EXTRACT
           CLOSE SUPPRESSION-REPORT.

      * ONE EXTRACT PER CAMPAIGN - A SECOND WOULD MAIL THE SAME
      * CUSTOMERS TWICE AND BLUR THE TAKE-UP FIGURES.
       LOAD-THE-CAMPAIGN.
           MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
           READ CAMPAIGN-DEFINITIONS
               INVALID KEY
                   DISPLAY "Campaign " WS-CAMPAIGN-CODE
                       " not on file - run refused"
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-READ
           IF NOT CMP-AWAITING-EXTRACT
               DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
                   " ALREADY EXTRACTED OR CLOSED - RUN REFUSED"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF.

      *****************************************************
      * THE COMBINED BALANCE IS TAKEN ON THE LATEST NIGHT IN
      * BALSNAP - ONE PASS TO FIND IT, ONE TO TOTAL IT BY
      * CUSTOMER AT HOME-CURRENCY VALUE.
      *****************************************************
       LOAD-LATEST-BALANCES.
           OPEN INPUT BALANCE-SNAPSHOTS
           IF WS-BALSNAP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CAMPSEL " "BALSNAP"
                   WS-BALSNAP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-SNAPSHOTS
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SNP-SNAPSHOT-DATE > WS-LATEST-SNAP-DATE
                               MOVE SNP-SNAPSHOT-DATE
                                   TO WS-LATEST-SNAP-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-SNAPSHOTS

               OPEN INPUT BALANCE-SNAPSHOTS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-SNAPSHOTS
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SNP-SNAPSHOT-DATE = WS-LATEST-SNAP-DATE
                               PERFORM ADD-SNAPSHOT-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-SNAPSHOTS
           END-IF.

       ADD-SNAPSHOT-BALANCE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAL-COUNT
               IF WSB-CUSTOMER-ID(I) = SNP-CUSTOMER-ID
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT    TO WS-SLOT
                   MOVE SNP-CUSTOMER-ID TO WSB-CUSTOMER-ID(WS-SLOT)
                   MOVE 0               TO WSB-BALANCE(WS-SLOT)
               ELSE
                   DISPLAY "BALANCE TABLE FULL - " SNP-CUSTOMER-ID
                       " TAKEN AT ZERO"
               END-IF
           END-IF
           IF WS-SLOT > 0
               ADD SNP-LOCAL-BALANCE TO WSB-BALANCE(WS-SLOT)
           END-IF.

      * ACCOUNT NUMBERS ARE ISSUED IN ASCENDING ORDER, SO THE LAST
      * BASE ACCTOPEN HAS USED MARKS WHERE NEW ACCOUNTS BEGIN.
       READ-ACCOUNT-CONTROL.
           OPEN INPUT ACCOUNT-NUMBER-CONTROL
           IF WS-ACCTCTRL-STATUS = "00"
               READ ACCOUNT-NUMBER-CONTROL
                   AT END CONTINUE
               END-READ
               IF WS-ACCTCTRL-STATUS = "00"
                   COMPUTE WS-ACCOUNT-MARK =
                       ACN-LAST-BASE-NUMBER * 10 + 9
               END-IF
               CLOSE ACCOUNT-NUMBER-CONTROL
           END-IF.

      *****************************************************
      * A CUSTOMER WITH NO OPEN ACCOUNT AND NO LOAN IS NOT A
      * RELATIONSHIP TO MARKET TO AND IS PASSED OVER.
      *****************************************************
       TEST-ONE-CUSTOMER.
           PERFORM GATHER-THE-HOLDINGS
           IF WS-OPEN-ACCOUNTS > 0 OR WS-HAS-LOAN
               PERFORM TEST-THE-CRITERIA
               IF WS-CRITERIA-MET
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM CHECK-SUPPRESSIONS
                   IF WS-NOT-SUPPRESSED
                       PERFORM SELECT-THE-CUSTOMER
                   ELSE
                       PERFORM REPORT-THE-SUPPRESSION
                   END-IF
               END-IF
           END-IF.

       GATHER-THE-HOLDINGS.
           MOVE 0   TO WS-OPEN-ACCOUNTS
           MOVE "HO  " TO WS-CUST-BRANCH
           MOVE "N" TO WS-HOLDS-FLAG
           MOVE "N" TO WS-LACKS-FLAG
           MOVE "N" TO WS-LOAN-FLAG
           MOVE "N" TO WS-TD-FLAG
           MOVE "N" TO WS-FROZEN-FLAG
           MOVE "N" TO WS-MINOR-FLAG
           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE CUM-CUSTOMER-ID TO ACM-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACM-CUSTOMER-ID
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       IF ACM-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
                           SET END-OF-ACCOUNTS TO TRUE
                       ELSE
                           IF NOT ACM-ACCT-CLOSED
                               PERFORM NOTE-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE CUM-CUSTOMER-ID TO LNM-CUSTOMER-ID
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNM-PRINCIPAL > 0
                       SET WS-HAS-LOAN TO TRUE
                   END-IF
           END-READ
           IF WS-HAS-LOAN
               IF CMP-HOLDS-TYPE = "LN"
                   SET WS-HOLDS-PRODUCT TO TRUE
               END-IF
               IF CMP-LACKS-TYPE = "LN"
                   SET WS-HAS-EXCLUDED-PRODUCT TO TRUE
               END-IF
           END-IF.

       NOTE-ONE-ACCOUNT.
           ADD 1 TO WS-OPEN-ACCOUNTS
           IF WS-OPEN-ACCOUNTS = 1
               MOVE ACM-BRANCH TO WS-CUST-BRANCH
           END-IF
           IF ACM-ACCOUNT-NUMBER > WS-ACCOUNT-MARK
               MOVE ACM-ACCOUNT-NUMBER TO WS-ACCOUNT-MARK
           END-IF
           IF ACM-ACCOUNT-TYPE = CMP-HOLDS-TYPE
               SET WS-HOLDS-PRODUCT TO TRUE
           END-IF
           IF ACM-ACCOUNT-TYPE = CMP-LACKS-TYPE
               SET WS-HAS-EXCLUDED-PRODUCT TO TRUE
           END-IF
           IF ACM-ACCT-FROZEN
               SET WS-HAS-FROZEN TO TRUE
           END-IF
           IF ACM-ACCOUNT-TYPE = "TD" AND CMP-TD-TO-DAYS > 0
              AND WS-TERMDEP-ON-FILE
               MOVE ACM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDP-CONTRACT-OPEN
                          AND TDP-MATURITY-DATE >= WS-TD-FROM-DATE
                          AND TDP-MATURITY-DATE <= WS-TD-TO-DATE
                           SET WS-TD-MATURING TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-MINORREG-ON-FILE
               MOVE ACM-ACCOUNT-NUMBER TO MNR-ACCOUNT-NUMBER
               READ MINOR-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MNR-IS-MINOR
                           SET WS-HAS-MINOR TO TRUE
                       END-IF
               END-READ
           END-IF.

      * EVERY CRITERION SET ON THE CAMPAIGN MUST HOLD.
       TEST-THE-CRITERIA.
           MOVE "Y" TO WS-MATCH-FLAG
           IF CMP-HOLDS-TYPE NOT = SPACES AND NOT WS-HOLDS-PRODUCT
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF CMP-LACKS-TYPE NOT = SPACES AND WS-HAS-EXCLUDED-PRODUCT
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF CMP-TD-TO-DAYS > 0 AND NOT WS-TD-MATURING
               MOVE "N" TO WS-MATCH-FLAG
           END-IF

           IF CUM-CURRENT-AGE < CMP-MIN-AGE
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF CMP-MAX-AGE > 0 AND CUM-CURRENT-AGE > CMP-MAX-AGE
               MOVE "N" TO WS-MATCH-FLAG
           END-IF

           IF WS-CRITERIA-MET
               PERFORM FIND-COMBINED-BALANCE
               IF WS-COMBINED-BAL < CMP-MIN-BALANCE
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
               IF CMP-MAX-BALANCE > 0
                  AND WS-COMBINED-BAL > CMP-MAX-BALANCE
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF

           IF WS-CRITERIA-MET AND CMP-BANDS NOT = SPACES
               PERFORM TEST-THE-BAND
           END-IF.

       FIND-COMBINED-BALANCE.
           MOVE 0 TO WS-COMBINED-BAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAL-COUNT
               IF WSB-CUSTOMER-ID(I) = CUM-CUSTOMER-ID
                   MOVE WSB-BALANCE(I) TO WS-COMBINED-BAL
               END-IF
           END-PERFORM.

      * A CUSTOMER WITH NO BAND ON FILE CANNOT MEET A BAND TEST.
       TEST-THE-BAND.
           IF NOT WS-RELBAND-ON-FILE
               MOVE "N" TO WS-MATCH-FLAG
           ELSE
               MOVE CUM-CUSTOMER-ID TO RLB-CUSTOMER-ID
               READ RELATIONSHIP-BANDS
                   INVALID KEY
                       MOVE "N" TO WS-MATCH-FLAG
                   NOT INVALID KEY
                       IF RLB-BAND = SPACE
                          OR (RLB-BAND NOT = CMP-BANDS(1:1)
                          AND RLB-BAND NOT = CMP-BANDS(2:1)
                          AND RLB-BAND NOT = CMP-BANDS(3:1))
                           MOVE "N" TO WS-MATCH-FLAG
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * THE MANDATORY SUPPRESSIONS - NO MARKETING TO AN ESTATE,
      * A MINOR, A CUSTOMER WHO ASKED NOT TO BE CONTACTED, AN
      * ADDRESS THE POST SENDS BACK, A FROZEN RELATIONSHIP OR
      * ONE UNDER A LIVE COMPLIANCE CASE.
      *****************************************************
       CHECK-SUPPRESSIONS.
           MOVE SPACES TO WS-SUPPRESS-REASON
           IF WS-DECREG-ON-FILE
               MOVE CUM-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           SET WS-SUPP-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-HAS-MINOR
               SET WS-SUPP-MINOR TO TRUE
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-CONTPREF-ON-FILE
               MOVE CUM-CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPF-NO-CONTACT
                           SET WS-SUPP-NO-CONTACT TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-ADDRSTAT-ON-FILE
               MOVE CUM-CUSTOMER-ID TO ADS-CUSTOMER-ID
               READ ADDRESS-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADS-MAIL-RETURNED
                           SET WS-SUPP-RETURNED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-HAS-FROZEN
               SET WS-SUPP-FROZEN TO TRUE
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-AMLCASE-ON-FILE
               PERFORM FIND-LIVE-CASE
           END-IF.

      * WATCHLIST HITS REACH THE CASE REGISTER THROUGH THE CMPHOLD
      * QUEUE; A CASE STILL BEING WORKED SUPPRESSES THE CUSTOMER.
       FIND-LIVE-CASE.
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE CUM-CUSTOMER-ID TO AMC-CUSTOMER-ID
           START AML-CASES KEY IS EQUAL TO AMC-CUSTOMER-ID
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES OR WS-SUPP-WATCHLIST
               READ AML-CASES NEXT RECORD
                   AT END SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF AMC-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
                           SET END-OF-CASES TO TRUE
                       ELSE
                           IF AMC-CASE-LIVE
                               SET WS-SUPP-WATCHLIST TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-THE-CUSTOMER.
           MOVE WS-CAMPAIGN-CODE  TO CEX-CAMPAIGN-CODE
           MOVE CUM-CUSTOMER-ID   TO CEX-CUSTOMER-ID
           MOVE CUM-CUSTOMER-NAME TO CEX-CUSTOMER-NAME
           MOVE CUM-ADDRESS       TO CEX-ADDRESS
           MOVE WS-CUST-BRANCH    TO CEX-BRANCH
           MOVE WS-TS-DATE        TO CEX-EXTRACT-DATE
           WRITE CAMPAIGN-EXTRACT-RECORD
           CALL "FILERR" USING "CAMPSEL " "CAMPEXT" WS-CAMPEXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * A RUN CUT SHORT LEAVES THE CAMPAIGN UNSTAMPED, SO THE
      * RERUN MAY MEET ITS OWN MEMBERS AGAIN.
           MOVE WS-CAMPAIGN-CODE TO CMB-CAMPAIGN-CODE
           MOVE CUM-CUSTOMER-ID  TO CMB-CUSTOMER-ID
           READ CAMPAIGN-MEMBERS
               INVALID KEY
                   PERFORM BUILD-THE-MEMBER
                   WRITE CAMPAIGN-MEMBER-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-THE-MEMBER
                   REWRITE CAMPAIGN-MEMBER-RECORD
           END-READ
           CALL "FILERR" USING "CAMPSEL " "CAMPMEMB" WS-CAMPMEMB-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-SELECTED-COUNT.

       BUILD-THE-MEMBER.
           MOVE WS-CAMPAIGN-CODE TO CMB-CAMPAIGN-CODE
           MOVE CUM-CUSTOMER-ID  TO CMB-CUSTOMER-ID
           MOVE WS-CUST-BRANCH   TO CMB-BRANCH
           MOVE WS-TS-DATE       TO CMB-SELECTED-DATE
           SET CMB-NO-RESPONSE   TO TRUE
           MOVE 0                TO CMB-RESPONSE-DATE
           MOVE "N"              TO CMB-TAKEUP-FLAG
           MOVE 0                TO CMB-TAKEUP-ACCOUNT.

       REPORT-THE-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE SPACES             TO SUPPRESSION-LINE
           MOVE WS-CAMPAIGN-CODE   TO SPL-CAMPAIGN-CODE
           MOVE CUM-CUSTOMER-ID    TO SPL-CUSTOMER-ID
           MOVE WS-CUST-BRANCH     TO SPL-BRANCH
           MOVE WS-SUPPRESS-REASON TO SPL-REASON
           EVALUATE TRUE
               WHEN WS-SUPP-DECEASED
                   MOVE "Deceased - estate on file" TO SPL-MESSAGE
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN WS-SUPP-MINOR
                   MOVE "Minor account holder" TO SPL-MESSAGE
                   ADD 1 TO WS-MINOR-COUNT
               WHEN WS-SUPP-NO-CONTACT
                   MOVE "No-contact preference" TO SPL-MESSAGE
                   ADD 1 TO WS-NO-CONTACT-COUNT
               WHEN WS-SUPP-RETURNED
                   MOVE "Mail returned - chase address"
                       TO SPL-MESSAGE
                   ADD 1 TO WS-RETURNED-COUNT
               WHEN WS-SUPP-FROZEN
                   MOVE "Account under legal freeze" TO SPL-MESSAGE
                   ADD 1 TO WS-FROZEN-COUNT
               WHEN WS-SUPP-WATCHLIST
                   MOVE "Live compliance case" TO SPL-MESSAGE
                   ADD 1 TO WS-WATCHLIST-COUNT
           END-EVALUATE
           WRITE SUPPRESSION-LINE
           CALL "FILERR" USING "CAMPSEL " "CAMPSUPP" WS-CAMPSUPP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       STAMP-THE-CAMPAIGN.
           SET CMP-EXTRACTED TO TRUE
           MOVE WS-TS-DATE          TO CMP-EXTRACT-DATE
           MOVE WS-ACCOUNT-MARK     TO CMP-ACCOUNT-MARK
           MOVE WS-SELECTED-COUNT   TO CMP-SELECTED-COUNT
           MOVE WS-SUPPRESSED-COUNT TO CMP-SUPPRESSED-COUNT
           MOVE 0                   TO CMP-RESPONSE-COUNT
           MOVE 0                   TO CMP-TAKEUP-COUNT
           REWRITE CAMPAIGN-DEFINITION-RECORD
           CALL "FILERR" USING "CAMPSEL " "CAMPDEF" WS-CAMPDEF-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
