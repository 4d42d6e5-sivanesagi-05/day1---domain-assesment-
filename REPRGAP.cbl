       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRGAP.

      *****************************************************
      * Repricing gap and earnings sensitivity report - the  *
      * rate-risk companion to the LIQRPT maturity ladder.    *
      * Buckets every rate-sensitive balance by its next       *
      * repricing date into six bands out past five years: loan *
      * principal by installment due date off LOANSCHD, drawn    *
      * overdrafts at the OVRDRLIM facility expiry, term deposits *
      * at maturity, promotional RATEOVR balances at the override  *
      * end date, and the remaining savings base spread by the      *
      * REPRPARM behavioral assumptions. Writes assets, liabilities, *
      * gap and cumulative gap per branch and bank-wide, then the     *
      * twelve-month net interest income change under parallel shocks  *
      * of plus and minus 100 and 200 basis points.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LSC-KEY
               FILE STATUS WS-LOANSCHD-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LNM-CUSTOMER-ID
               FILE STATUS WS-LOANMAST-STATUS.

           SELECT OVERDRAFT-LIMITS ASSIGN TO "OVRDRLIM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ODL-ACCOUNT-NUMBER
               FILE STATUS WS-OVRDRLIM-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TDP-ACCOUNT-NUMBER
               FILE STATUS WS-TERMDEP-STATUS.

           SELECT RATE-OVERRIDES ASSIGN TO "RATEOVR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RTO-ACCOUNT-NUMBER
               FILE STATUS WS-RATEOVR-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRD-ACCOUNT-TYPE
               FILE STATUS WS-PRODCAT-STATUS.

           SELECT REPRICING-PARMS ASSIGN TO "REPRPARM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RPP-ACCOUNT-TYPE
               FILE STATUS WS-REPRPARM-STATUS.

           SELECT REPRICING-REPORT ASSIGN TO "REPRGAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-REPRGAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-SCHEDULE.
       COPY "LOANSCHD.cpy".

       FD  LOAN-MASTER.
       COPY "LOANMAST.cpy".

       FD  OVERDRAFT-LIMITS.
       COPY "OVRDRLIM.cpy".

       FD  TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD  RATE-OVERRIDES.
       COPY "RATEOVR.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  PRODUCT-CATALOG.
       COPY "PRODCAT.cpy".

       FD  REPRICING-PARMS.
       COPY "REPRPARM.cpy".

       FD  REPRICING-REPORT.
       01 REPRICING-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOANSCHD-STATUS  PIC XX.
       01 WS-LOANMAST-STATUS  PIC XX.
       01 WS-OVRDRLIM-STATUS  PIC XX.
       01 WS-TERMDEP-STATUS   PIC XX.
       01 WS-RATEOVR-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-PRODCAT-STATUS   PIC XX.
       01 WS-REPRPARM-STATUS  PIC XX.
       01 WS-REPRGAP-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
      * BAND EDGES IN CALENDAR DAYS FROM THE PROCESSING DATE -
      * ONE, THREE, SIX AND TWELVE MONTHS, THEN FIVE YEARS.
       01 WS-BAND-EDGE-VALUES.
          05 FILLER           PIC 9(4)   VALUE 30.
          05 FILLER           PIC 9(4)   VALUE 91.
          05 FILLER           PIC 9(4)   VALUE 182.
          05 FILLER           PIC 9(4)   VALUE 365.
          05 FILLER           PIC 9(4)   VALUE 1826.
       01 WS-BAND-EDGES REDEFINES WS-BAND-EDGE-VALUES.
          05 WS-BAND-EDGE     PIC 9(4)   OCCURS 5 TIMES.
      * SHARE OF THE TWELVE-MONTH HORIZON LEFT AFTER A BAND
      * REPRICES, TAKEN AT THE BAND MIDPOINT - A GAP IN THE
      * FIRST MONTH EARNS THE NEW RATE FOR 11.5 MONTHS OF THE
      * TWELVE. BANDS BEYOND A YEAR DO NOT MOVE THIS YEAR'S NII.
       01 WS-HORIZON-VALUES.
          05 FILLER           PIC 9V9(4) VALUE 0.9583.
          05 FILLER           PIC 9V9(4) VALUE 0.8333.
          05 FILLER           PIC 9V9(4) VALUE 0.6250.
          05 FILLER           PIC 9V9(4) VALUE 0.2500.
          05 FILLER           PIC 9V9(4) VALUE 0.
          05 FILLER           PIC 9V9(4) VALUE 0.
       01 WS-HORIZONS REDEFINES WS-HORIZON-VALUES.
          05 WS-HORIZON       PIC 9V9(4) OCCURS 6 TIMES.
      * THE PARALLEL RATE SHOCKS, IN BASIS POINTS.
       01 WS-SHOCK-VALUES.
          05 FILLER           PIC S9(3)  VALUE +100.
          05 FILLER           PIC S9(3)  VALUE -100.
          05 FILLER           PIC S9(3)  VALUE +200.
          05 FILLER           PIC S9(3)  VALUE -200.
       01 WS-SHOCKS REDEFINES WS-SHOCK-VALUES.
          05 WS-SHOCK-BP      PIC S9(3)  OCCURS 4 TIMES.
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-DATE-INTEGER     PIC 9(8).
       01 WS-DAYS-OUT         PIC S9(7).
       01 WS-GAP-DATE         PIC 9(8).
       01 WS-GAP-AMOUNT       PIC S9(13)V99.
       01 WS-GAP-SIDE         PIC X.
          88 WS-ASSET-SIDE    VALUE "A".
          88 WS-LIABILITY-SIDE VALUE "L".
       01 WS-BAND             PIC 9.
       01 WS-SHOCK            PIC 9.
       01 WS-SPREAD-TOTAL     PIC 9(5)V99.
       01 WS-SPREAD-LEFT      PIC S9(13)V99.
       01 WS-PARM-FLAG        PIC X.
          88 WS-PARM-USABLE   VALUE "Y".
       01 WS-SKIP-FLAG        PIC X.
          88 WS-SKIP-ACCOUNT  VALUE "Y".
       01 I                   PIC 9(2).
       01 WS-SLOT             PIC 9(2).
       01 WS-WORK-BRANCH      PIC X(4).
       01 WS-BRANCH-COUNT     PIC 9(2)   VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 WSB-BRANCH          PIC X(4).
             10 WSB-ASSETS          PIC S9(13)V99 OCCURS 6 TIMES.
             10 WSB-LIABILITIES     PIC S9(13)V99 OCCURS 6 TIMES.
      * THE BANK-WIDE ROW AND THE ROW BEING WRITTEN SHARE THE
      * BRANCH ENTRY LAYOUT, SO ONE SET OF WRITE PARAGRAPHS
      * SERVES BOTH.
       01 WS-BANK-ROW.
          05 WSK-BRANCH             PIC X(4)   VALUE "ALL ".
          05 WSK-ASSETS             PIC S9(13)V99 OCCURS 6 TIMES.
          05 WSK-LIABILITIES        PIC S9(13)V99 OCCURS 6 TIMES.
       01 WS-WORK-ROW.
          05 WSR-BRANCH             PIC X(4).
          05 WSR-ASSETS             PIC S9(13)V99 OCCURS 6 TIMES.
          05 WSR-LIABILITIES        PIC S9(13)V99 OCCURS 6 TIMES.
       01 WS-BAND-GAP         PIC S9(13)V99.
       01 WS-CUMULATIVE-GAP   PIC S9(13)V99.
       01 WS-NII-CHANGE       PIC S9(13)V99.
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-FX-HOME-AMT      PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-TITLE-LINE.
          05 FILLER           PIC X(30)
                 VALUE "REPRICING GAP AND NII AS AT   ".
          05 WTL-DATE         PIC 9(8).
          05 FILLER           PIC X(62)  VALUE SPACES.
       01 WS-CAPTION-LINE.
          05 FILLER           PIC X(16)  VALUE "BRCH  POSITION  ".
          05 FILLER           PIC X(14)  VALUE "      UP TO 1M".
          05 FILLER           PIC X(14)  VALUE "         1M-3M".
          05 FILLER           PIC X(14)  VALUE "         3M-6M".
          05 FILLER           PIC X(14)  VALUE "        6M-12M".
          05 FILLER           PIC X(14)  VALUE "         1Y-5Y".
          05 FILLER           PIC X(14)  VALUE "       OVER 5Y".
       01 WS-DETAIL-LINE.
          05 WDL-BRANCH       PIC X(4).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WDL-LABEL        PIC X(10).
          05 WDL-BAND-COLUMN  OCCURS 6 TIMES.
             10 FILLER        PIC X(1).
             10 WDL-AMOUNT    PIC -(12)9.
       01 WS-NII-LINE.
          05 WNL-BRANCH       PIC X(4).
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 FILLER           PIC X(10)  VALUE "NII SHOCK ".
          05 WNL-SHOCK-BP     PIC +ZZ9.
          05 FILLER           PIC X(24)
                 VALUE " BP  12-MONTH NII CHANGE".
          05 FILLER           PIC X(2)   VALUE SPACES.
          05 WNL-NII-CHANGE   PIC -(12)9.99.
          05 FILLER           PIC X(38)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

           PERFORM OPEN-ALL-FILES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               MOVE 0 TO WSK-ASSETS(I)
               MOVE 0 TO WSK-LIABILITIES(I)
           END-PERFORM

           PERFORM SCAN-LOAN-PRINCIPAL
           PERFORM SCAN-OVERDRAFTS
           PERFORM SCAN-TERM-DEPOSITS
           PERFORM SCAN-RATE-OVERRIDES
           PERFORM SCAN-SAVINGS-BASE
           PERFORM WRITE-THE-GAP

           DISPLAY "REPRICING GAP COMPLETE - "
               WS-BRANCH-COUNT " BRANCH(ES)"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LOANSCHD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "LOANSCHD"
               WS-LOANSCHD-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LOAN-MASTER
           IF WS-LOANMAST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "LOANMAST"
               WS-LOANMAST-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT OVERDRAFT-LIMITS
           IF WS-OVRDRLIM-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "OVRDRLIM"
               WS-OVRDRLIM-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TERMDEP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "TERMDEP"
               WS-TERMDEP-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RATE-OVERRIDES
           IF WS-RATEOVR-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "RATEOVR"
               WS-RATEOVR-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "REPRGAP " "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-CATALOG
           IF WS-PRODCAT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "PRODCAT"
               WS-PRODCAT-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT REPRICING-PARMS
           IF WS-REPRPARM-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "REPRGAP " "REPRPARM"
               WS-REPRPARM-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPRICING-REPORT
           CALL "FILERR" USING "REPRGAP " "REPRGAP"
               WS-REPRGAP-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           IF WS-LOANSCHD-STATUS NOT = "35"
               CLOSE LOAN-SCHEDULE
           END-IF
           IF WS-LOANMAST-STATUS NOT = "35"
               CLOSE LOAN-MASTER
           END-IF
           IF WS-OVRDRLIM-STATUS NOT = "35"
               CLOSE OVERDRAFT-LIMITS
           END-IF
           IF WS-TERMDEP-STATUS NOT = "35"
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-RATEOVR-STATUS NOT = "35"
               CLOSE RATE-OVERRIDES
           END-IF
           CLOSE ACCOUNT-MASTER
           IF WS-PRODCAT-STATUS NOT = "35"
               CLOSE PRODUCT-CATALOG
           END-IF
           IF WS-REPRPARM-STATUS NOT = "35"
               CLOSE REPRICING-PARMS
           END-IF
           CLOSE REPRICING-REPORT.

      * A DATE ALREADY PAST - AN INSTALLMENT IN ARREARS, AN
      * EXPIRED FACILITY STILL DRAWN - REPRICES IN THE FIRST BAND.
       JUDGE-THE-BAND.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-GAP-DATE)
           COMPUTE WS-DAYS-OUT = WS-DATE-INTEGER - WS-TODAY-INTEGER
           MOVE 6 TO WS-BAND
           PERFORM VARYING I FROM 5 BY -1 UNTIL I < 1
               IF WS-DAYS-OUT <= WS-BAND-EDGE(I)
                   MOVE I TO WS-BAND
               END-IF
           END-PERFORM.

      * POSTS WS-GAP-AMOUNT ON WS-GAP-SIDE INTO WS-BAND FOR THE
      * BRANCH OF THE ACCOUNT MASTER RECORD IN HAND.
       ADD-TO-THE-GAP.
           MOVE ACM-BRANCH TO WS-WORK-BRANCH
           PERFORM FIND-BRANCH-SLOT
           IF WS-SLOT > 0
               IF WS-ASSET-SIDE
                   ADD WS-GAP-AMOUNT TO WSB-ASSETS(WS-SLOT WS-BAND)
                   ADD WS-GAP-AMOUNT TO WSK-ASSETS(WS-BAND)
               ELSE
                   ADD WS-GAP-AMOUNT
                       TO WSB-LIABILITIES(WS-SLOT WS-BAND)
                   ADD WS-GAP-AMOUNT TO WSK-LIABILITIES(WS-BAND)
               END-IF
           END-IF.

      * THE ACCOUNT'S BALANCE IN HOME CURRENCY - A CURRENCY WITH
      * NO RATE TONIGHT IS TAKEN AT PAR AND SHOWN.
       FIND-HOME-BALANCE.
           MOVE ACM-BALANCE TO WS-FX-FROM-AMT
           CALL "FXCONV" USING ACM-CURRENCY-CODE WS-HOME-CURRENCY
               WS-FX-FROM-AMT WS-FX-HOME-AMT WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE
               DISPLAY "NO RATE FOR " ACM-CURRENCY-CODE " - ACCOUNT "
                   ACM-ACCOUNT-NUMBER " GAPPED AT PAR"
           END-IF.

      * LOANS ARE FIXED-RATE AND AMORTIZING, SO THE PRINCIPAL
      * REPRICES ONLY AS IT COMES BACK - EACH OPEN INSTALLMENT'S
      * PRINCIPAL PORTION LANDS IN THE BAND OF ITS DUE DATE.
       SCAN-LOAN-PRINCIPAL.
           IF WS-LOANSCHD-STATUS = "35"
              OR WS-LOANMAST-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO LSC-CUSTOMER-ID
               MOVE 0 TO LSC-INSTALL-NO
               START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
                   INVALID KEY SET END-OF-INPUT TO TRUE
               END-START
               PERFORM UNTIL END-OF-INPUT
                   READ LOAN-SCHEDULE NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF LSC-INSTALL-OPEN
                              AND LSC-PRINCIPAL-PORTION > 0
                               PERFORM GAP-ONE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GAP-ONE-INSTALLMENT.
           MOVE LSC-CUSTOMER-ID TO LNM-CUSTOMER-ID
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LNM-DISBURSE-ACCOUNT TO ACM-ACCOUNT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LSC-DUE-DATE TO WS-GAP-DATE
                           PERFORM JUDGE-THE-BAND
                           MOVE LSC-PRINCIPAL-PORTION
                               TO WS-GAP-AMOUNT
                           SET WS-ASSET-SIDE TO TRUE
                           PERFORM ADD-TO-THE-GAP
                   END-READ
           END-READ.

      * A DRAWN OVERDRAFT IS PRICED AT THE FACILITY RATE UNTIL
      * THE FACILITY COMES UP FOR RENEWAL AT ITS EXPIRY DATE.
       SCAN-OVERDRAFTS.
           IF WS-OVRDRLIM-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ OVERDRAFT-LIMITS NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF ODL-LIMIT-ACTIVE
                               PERFORM GAP-ONE-OVERDRAFT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GAP-ONE-OVERDRAFT.
           MOVE ODL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-BALANCE < 0
                      AND NOT ACM-ACCT-CLOSED
                       PERFORM FIND-HOME-BALANCE
                       MOVE ODL-EXPIRY-DATE TO WS-GAP-DATE
                       PERFORM JUDGE-THE-BAND
                       COMPUTE WS-GAP-AMOUNT = 0 - WS-FX-HOME-AMT
                       SET WS-ASSET-SIDE TO TRUE
                       PERFORM ADD-TO-THE-GAP
                   END-IF
           END-READ.

       SCAN-TERM-DEPOSITS.
           IF WS-TERMDEP-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF TDP-CONTRACT-OPEN
                               PERFORM GAP-ONE-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GAP-ONE-CONTRACT.
           MOVE TDP-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-BALANCE > 0
                       PERFORM FIND-HOME-BALANCE
                       MOVE TDP-MATURITY-DATE TO WS-GAP-DATE
                       PERFORM JUDGE-THE-BAND
                       MOVE WS-FX-HOME-AMT TO WS-GAP-AMOUNT
                       SET WS-LIABILITY-SIDE TO TRUE
                       PERFORM ADD-TO-THE-GAP
                   END-IF
           END-READ.

      * A LIVE PROMOTIONAL OVERRIDE HOLDS THE ACCOUNT AT THE
      * CAMPAIGN RATE UNTIL ITS END DATE, WHEN IT FALLS BACK TO
      * THE STANDARD RATE - THAT IS ITS REPRICING DATE. A TERM
      * DEPOSIT UNDER AN OVERRIDE IS ALREADY GAPPED AT MATURITY.
       SCAN-RATE-OVERRIDES.
           IF WS-RATEOVR-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ RATE-OVERRIDES NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF RTO-OVERRIDE-ACTIVE
                              AND RTO-START-DATE <= WS-TS-DATE
                              AND RTO-END-DATE >= WS-TS-DATE
                               MOVE RTO-ACCOUNT-NUMBER
                                   TO ACM-ACCOUNT-NUMBER
                               PERFORM CHECK-OPEN-CONTRACT
                               IF NOT WS-SKIP-ACCOUNT
                                   PERFORM GAP-ONE-OVERRIDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GAP-ONE-OVERRIDE.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-BALANCE > 0
                      AND NOT ACM-ACCT-CLOSED
                       PERFORM FIND-HOME-BALANCE
                       MOVE RTO-END-DATE TO WS-GAP-DATE
                       PERFORM JUDGE-THE-BAND
                       MOVE WS-FX-HOME-AMT TO WS-GAP-AMOUNT
                       SET WS-LIABILITY-SIDE TO TRUE
                       PERFORM ADD-TO-THE-GAP
                   END-IF
           END-READ.

      * SETS THE SKIP FLAG WHEN ACM-ACCOUNT-NUMBER CARRIES A LIVE
      * OVERRIDE - THE SAME TEST INTACCR PRICES THE ACCRUAL BY.
       CHECK-LIVE-OVERRIDE.
           MOVE "N" TO WS-SKIP-FLAG
           IF WS-RATEOVR-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-NUMBER TO RTO-ACCOUNT-NUMBER
               READ RATE-OVERRIDES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RTO-OVERRIDE-ACTIVE
                          AND RTO-START-DATE <= WS-TS-DATE
                          AND RTO-END-DATE >= WS-TS-DATE
                           MOVE "Y" TO WS-SKIP-FLAG
                       END-IF
               END-READ
           END-IF.

      * SETS THE SKIP FLAG WHEN ACM-ACCOUNT-NUMBER IS AN OPEN
      * TERM-DEPOSIT CONTRACT.
       CHECK-OPEN-CONTRACT.
           MOVE "N" TO WS-SKIP-FLAG
           IF WS-TERMDEP-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDP-CONTRACT-OPEN
                           MOVE "Y" TO WS-SKIP-FLAG
                       END-IF
               END-READ
           END-IF.

      * WHAT IS LEFT OF THE CREDIT BALANCES - INTEREST-BEARING
      * DEMAND AND SAVINGS MONEY WITH NO CONTRACT OR OVERRIDE -
      * HAS NO REPRICING DATE, SO THE REPRPARM ASSUMPTION FOR
      * THE ACCOUNT TYPE SPREADS IT ACROSS THE BANDS. A PRODUCT
      * THE CATALOG SHOWS AS NON-INTEREST-BEARING IS NOT RATE
      * SENSITIVE AND STAYS OFF THE GAP.
       SCAN-SAVINGS-BASE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER
               KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF ACM-BALANCE > 0
                          AND NOT ACM-ACCT-CLOSED
                           PERFORM SPREAD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       SPREAD-ONE-ACCOUNT.
           PERFORM CHECK-OPEN-CONTRACT
           IF NOT WS-SKIP-ACCOUNT
               PERFORM CHECK-LIVE-OVERRIDE
           END-IF
           IF NOT WS-SKIP-ACCOUNT
              AND WS-PRODCAT-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-TYPE TO PRD-ACCOUNT-TYPE
               READ PRODUCT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PRD-INTEREST-BEARING
                           MOVE "Y" TO WS-SKIP-FLAG
                       END-IF
               END-READ
           END-IF
           IF NOT WS-SKIP-ACCOUNT
               PERFORM FIND-HOME-BALANCE
               PERFORM FIND-SPREAD-ASSUMPTION
               SET WS-LIABILITY-SIDE TO TRUE
               IF WS-PARM-USABLE
                   PERFORM SPREAD-BY-ASSUMPTION
               ELSE
                   MOVE 1 TO WS-BAND
                   MOVE WS-FX-HOME-AMT TO WS-GAP-AMOUNT
                   PERFORM ADD-TO-THE-GAP
               END-IF
           END-IF.

       FIND-SPREAD-ASSUMPTION.
           MOVE "N" TO WS-PARM-FLAG
           IF WS-REPRPARM-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-TYPE TO RPP-ACCOUNT-TYPE
               READ REPRICING-PARMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SPREAD-TOTAL
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                           ADD RPP-BAND-PERCENT(I) TO WS-SPREAD-TOTAL
                       END-PERFORM
                       IF WS-SPREAD-TOTAL = 100
                           MOVE "Y" TO WS-PARM-FLAG
                       ELSE
                           DISPLAY "REPRPARM ROW FOR TYPE "
                               RPP-ACCOUNT-TYPE " ADDS TO "
                               WS-SPREAD-TOTAL " - TAKEN AS BAND 1"
                       END-IF
               END-READ
           END-IF.

      * THE LAST BAND TAKES WHAT ROUNDING LEAVES, SO THE PIECES
      * ADD BACK TO THE BALANCE TO THE CENT.
       SPREAD-BY-ASSUMPTION.
           MOVE WS-FX-HOME-AMT TO WS-SPREAD-LEFT
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 6
               IF WS-BAND = 6
                   MOVE WS-SPREAD-LEFT TO WS-GAP-AMOUNT
               ELSE
                   COMPUTE WS-GAP-AMOUNT ROUNDED = WS-FX-HOME-AMT
                       * RPP-BAND-PERCENT(WS-BAND) / 100
                   SUBTRACT WS-GAP-AMOUNT FROM WS-SPREAD-LEFT
               END-IF
               IF WS-GAP-AMOUNT NOT = 0
                   PERFORM ADD-TO-THE-GAP
               END-IF
           END-PERFORM.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
               IF WSB-BRANCH(I) = WS-WORK-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-WORK-BRANCH
                       TO WSB-BRANCH(WS-BRANCH-COUNT)
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                       MOVE 0 TO WSB-ASSETS(WS-BRANCH-COUNT I)
                       MOVE 0 TO WSB-LIABILITIES(WS-BRANCH-COUNT I)
                   END-PERFORM
                   MOVE WS-BRANCH-COUNT TO WS-SLOT
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " WS-WORK-BRANCH
                       " NOT GAPPED"
               END-IF
           END-IF.

      * PER BRANCH, THEN BANK-WIDE UNDER BRANCH "ALL ": ASSETS
      * AND LIABILITIES REPRICING IN EACH BAND, THE GAP AND THE
      * CUMULATIVE GAP, AND THE NII CHANGE UNDER EACH SHOCK.
       WRITE-THE-GAP.
           MOVE WS-TS-DATE TO WTL-DATE
           WRITE REPRICING-LINE FROM WS-TITLE-LINE
           WRITE REPRICING-LINE FROM WS-CAPTION-LINE

           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-BRANCH-COUNT
               MOVE WS-BRANCH-ENTRY(WS-SLOT) TO WS-WORK-ROW
               PERFORM WRITE-ONE-ROW
           END-PERFORM

           MOVE WS-BANK-ROW TO WS-WORK-ROW
           PERFORM WRITE-ONE-ROW.

       WRITE-ONE-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WSR-BRANCH TO WDL-BRANCH
           MOVE "ASSETS    " TO WDL-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               MOVE WSR-ASSETS(I) TO WDL-AMOUNT(I)
           END-PERFORM
           WRITE REPRICING-LINE FROM WS-DETAIL-LINE

           MOVE "LIABILITY " TO WDL-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               MOVE WSR-LIABILITIES(I) TO WDL-AMOUNT(I)
           END-PERFORM
           WRITE REPRICING-LINE FROM WS-DETAIL-LINE

           MOVE "GAP       " TO WDL-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               COMPUTE WS-BAND-GAP =
                   WSR-ASSETS(I) - WSR-LIABILITIES(I)
               MOVE WS-BAND-GAP TO WDL-AMOUNT(I)
           END-PERFORM
           WRITE REPRICING-LINE FROM WS-DETAIL-LINE

           MOVE "CUM GAP   " TO WDL-LABEL
           MOVE 0 TO WS-CUMULATIVE-GAP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               COMPUTE WS-CUMULATIVE-GAP = WS-CUMULATIVE-GAP
                   + WSR-ASSETS(I) - WSR-LIABILITIES(I)
               MOVE WS-CUMULATIVE-GAP TO WDL-AMOUNT(I)
           END-PERFORM
           WRITE REPRICING-LINE FROM WS-DETAIL-LINE

           MOVE WSR-BRANCH TO WNL-BRANCH
           PERFORM VARYING WS-SHOCK FROM 1 BY 1 UNTIL WS-SHOCK > 4
               PERFORM FIGURE-NII-CHANGE
               MOVE WS-SHOCK-BP(WS-SHOCK) TO WNL-SHOCK-BP
               MOVE WS-NII-CHANGE TO WNL-NII-CHANGE
               WRITE REPRICING-LINE FROM WS-NII-LINE
           END-PERFORM.

      * EACH BAND'S GAP EARNS OR PAYS THE SHOCK FOR THE PART OF
      * THE YEAR LEFT AFTER IT REPRICES - A POSITIVE GAP GAINS
      * WHEN RATES RISE, A NEGATIVE ONE LOSES.
       FIGURE-NII-CHANGE.
           MOVE 0 TO WS-NII-CHANGE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
                   + (WSR-ASSETS(I) - WSR-LIABILITIES(I))
                   * WS-SHOCK-BP(WS-SHOCK) / 10000
                   * WS-HORIZON(I)
           END-PERFORM.
