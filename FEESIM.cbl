       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESIM.

      *****************************************************
      * Fee-change simulation. Prices the staged SVCFEEPM    *
      * and FEESCHED rows on PARMPEND against this month's    *
      * activity before they activate, without posting         *
      * anything: FEEASSES's service-fee rules run over the     *
      * month's SHORTDAY counters (deceased, product and         *
      * standing exemptions, relationship discount) under the     *
      * current and the staged parameters, and the month's         *
      * fee-event register is repriced at the staged per-event      *
      * fees, with the counter-withdrawal allowance re-tested        *
      * against the MTD counters. Writes the impact by account type,  *
      * branch, and relationship band, and the customers facing the    *
      * largest increases.                                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-PENDING ASSIGN TO "PARMPEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRM-KEY
               FILE STATUS WS-PARMPEND-STATUS.

           SELECT SHORTFALL-DAY-FILE ASSIGN TO "SHORTDAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SHD-ACCOUNT-NUMBER
               FILE STATUS WS-SHORTDAY-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT SERVICE-FEE-PARAMETER ASSIGN TO "SVCFEEPM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SFP-ACCOUNT-TYPE
               FILE STATUS WS-SVCFEEPM-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSC-KEY
               FILE STATUS WS-FEESCHED-STATUS.

           SELECT RELATIONSHIP-BANDS ASSIGN TO "RELBAND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RLB-CUSTOMER-ID
               FILE STATUS WS-RELBAND-STATUS.

           SELECT FEE-EXEMPTIONS ASSIGN TO "FEEEXMPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FEX-ACCOUNT-NUMBER
               FILE STATUS WS-FEEEXMPT-STATUS.

           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRD-ACCOUNT-TYPE
               FILE STATUS WS-PRODCAT-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT FEE-EVENT-REGISTER ASSIGN TO "FEEEVREG.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEEEVREG-STATUS.

           SELECT SIMULATION-WORK ASSIGN TO "FEESIMWK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSW-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY FSW-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-FEESIMWK-STATUS.

           SELECT IMPACT-REPORT ASSIGN TO "FEESIMRP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEESIMRP-STATUS.

           SELECT INCREASE-REPORT ASSIGN TO "FEESIMTP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FEESIMTP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-PENDING.
       COPY "PARMPEND.cpy".

       FD  SHORTFALL-DAY-FILE.
       COPY "SHORTDAY.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  SERVICE-FEE-PARAMETER.
       COPY "SVCFEEPM.cpy".

       FD  FEE-SCHEDULE.
       COPY "FEESCHED.cpy".

       FD  RELATIONSHIP-BANDS.
       COPY "RELBAND.cpy".

       FD  FEE-EXEMPTIONS.
       COPY "FEEEXMPT.cpy".

       FD  PRODUCT-CATALOG.
       COPY "PRODCAT.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       FD  FEE-EVENT-REGISTER.
       01 FEE-EVENT-RECORD.
          05 FEV-POSTING-DATE       PIC 9(8).
          05 FEV-BRANCH             PIC X(4).
          05 FEV-ACCOUNT-NUMBER     PIC 9(10).
          05 FEV-ACCOUNT-TYPE       PIC X(2).
          05 FEV-EVENT-CODE         PIC X(4).
          05 FEV-FEE-AMOUNT         PIC 9(5)V99.

      * ONE ROW PER ACCOUNT WITH A FEE UNDER EITHER SET OF
      * PARAMETERS - REBUILT EMPTY BY EVERY RUN.
       FD  SIMULATION-WORK.
       01 SIMULATION-WORK-RECORD.
          05 FSW-ACCOUNT-NUMBER     PIC 9(10).
          05 FSW-CUSTOMER-ID        PIC 9(8).
          05 FSW-ACCOUNT-TYPE       PIC X(2).
          05 FSW-BRANCH             PIC X(4).
          05 FSW-BAND               PIC X.
          05 FSW-SVC-BEFORE         PIC 9(5)V99.
          05 FSW-SVC-AFTER          PIC 9(5)V99.
          05 FSW-EVT-BEFORE         PIC 9(7)V99.
          05 FSW-EVT-AFTER          PIC 9(7)V99.
          05 FSW-WDRC-COUNT         PIC 9(5).

       FD  IMPACT-REPORT.
       01 IMPACT-REPORT-LINE.
          05 FIR-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-BAND               PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-ACCOUNT-COUNT      PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-AFFECTED-COUNT     PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-FEE-BEFORE         PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-FEE-AFTER          PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FIR-CHANGE             PIC S9(9)V99
                                    SIGN LEADING SEPARATE.

      * THE CUSTOMERS HARDEST HIT ACROSS ALL THEIR ACCOUNTS,
      * LARGEST INCREASE FIRST, WITH THE BRANCH AND BAND OF THE
      * FIRST OF THE CUSTOMER'S ACCOUNTS ON THE WORK FILE.
       FD  INCREASE-REPORT.
       01 INCREASE-REPORT-LINE.
          05 FTL-RANK               PIC 9(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-CUSTOMER-ID        PIC 9(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-ACCOUNT-COUNT      PIC 9(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-BAND               PIC X.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-FEE-BEFORE         PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-FEE-AFTER          PIC 9(9)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 FTL-INCREASE           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-PARMPEND-STATUS  PIC XX.
       01 WS-SHORTDAY-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-SVCFEEPM-STATUS  PIC XX.
       01 WS-FEESCHED-STATUS  PIC XX.
       01 WS-RELBAND-STATUS   PIC XX.
       01 WS-FEEEXMPT-STATUS  PIC XX.
       01 WS-PRODCAT-STATUS   PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-FEEEVREG-STATUS  PIC XX.
       01 WS-FEESIMWK-STATUS  PIC XX.
       01 WS-FEESIMRP-STATUS  PIC XX.
       01 WS-FEESIMTP-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-WAIVED-FLAG      PIC X      VALUE "N".
          88 WS-ACCT-WAIVED   VALUE "Y".
       01 WS-FOUND-FLAG       PIC X      VALUE "N".
          88 WS-ROW-FOUND     VALUE "Y".
       01 WS-WORK-FLAG        PIC X      VALUE "N".
          88 WS-WORK-ON-FILE  VALUE "Y".
       01 WS-ANY-WDRC-FLAG    PIC X      VALUE "N".
          88 WS-WDRC-STAGED   VALUE "Y".
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-REL-BAND         PIC X.
       01 WS-FEE-AMOUNT       PIC 9(5)V99.
       01 WS-GRACE-DAYS       PIC 9(3).
       01 WS-PRICED-FEE       PIC 9(5)V99.
       01 WS-SVC-BEFORE       PIC 9(5)V99.
       01 WS-SVC-AFTER        PIC 9(5)V99.
       01 WS-OLD-ALLOWANCE    PIC 9(3).
       01 WS-CHARGEABLE       PIC S9(7).
       01 WS-CHARGEABLE-CAP   PIC S9(7).
       01 WS-WDRC-AFTER       PIC 9(7)V99.
       01 WS-ACCT-BEFORE      PIC 9(9)V99.
       01 WS-ACCT-AFTER       PIC 9(9)V99.
       01 WS-INCREASE         PIC 9(9)V99.
       01 WS-CUST-ID          PIC 9(8)   VALUE 0.
       01 WS-CUST-ACCOUNTS    PIC 9(3).
       01 WS-CUST-BRANCH      PIC X(4).
       01 WS-CUST-BAND        PIC X.
       01 WS-CUST-BEFORE      PIC 9(9)V99.
       01 WS-CUST-AFTER       PIC 9(9)V99.
       01 WS-TOTAL-BEFORE     PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-AFTER      PIC 9(11)V99 VALUE 0.
       01 WS-ACCOUNT-COUNT    PIC 9(7)   VALUE 0.
       01 WS-AFFECTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-ORPHAN-COUNT     PIC 9(7)   VALUE 0.
       01 I                   PIC 9(3).
       01 J                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
       01 WS-PENDING-COUNT    PIC 9(3)   VALUE 0.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-ENTRY OCCURS 100 TIMES.
             10 WSP-TABLE           PIC X(8).
             10 WSP-ACCOUNT-TYPE    PIC X(2).
             10 WSP-EVENT-CODE      PIC X(4).
             10 WSP-EFFECTIVE-DATE  PIC 9(8).
             10 WSP-VALUE-1         PIC 9(9)V99.
             10 WSP-VALUE-3         PIC 9(3).
       01 WS-GROUP-COUNT      PIC 9(3)   VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 500 TIMES.
             10 WSG-ACCOUNT-TYPE    PIC X(2).
             10 WSG-BRANCH          PIC X(4).
             10 WSG-BAND            PIC X.
             10 WSG-ACCOUNT-COUNT   PIC 9(7).
             10 WSG-AFFECTED-COUNT  PIC 9(7).
             10 WSG-FEE-BEFORE      PIC 9(9)V99.
             10 WSG-FEE-AFTER       PIC 9(9)V99.
       01 WS-TOP-COUNT        PIC 9(2)   VALUE 0.
       01 WS-TOP-TABLE.
          05 WS-TOP-ENTRY OCCURS 20 TIMES.
             10 WST-CUSTOMER-ID     PIC 9(8).
             10 WST-ACCOUNT-COUNT   PIC 9(3).
             10 WST-BRANCH          PIC X(4).
             10 WST-BAND            PIC X.
             10 WST-FEE-BEFORE      PIC 9(9)V99.
             10 WST-FEE-AFTER       PIC 9(9)V99.
             10 WST-INCREASE        PIC 9(9)V99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-DATE-R REDEFINES WS-TS-DATE.
             10 WS-TS-MONTH   PIC 9(6).
             10 FILLER        PIC 9(2).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER SIMULATION AS-OF DATE (YYYYMMDD,"
               " 0 = EVERY STAGED ROW): ".
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE 99999999 TO WS-AS-OF-DATE
           END-IF

           PERFORM LOAD-STAGED-ROWS
           IF WS-PENDING-COUNT = 0
               DISPLAY "NO STAGED FEE CHANGES DUE BY "
                   WS-AS-OF-DATE " - NOTHING TO SIMULATE"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES

           PERFORM SIMULATE-SERVICE-FEES
           PERFORM SIMULATE-EVENT-FEES
           IF WS-WDRC-STAGED
               PERFORM SIMULATE-WDRC-ALLOWANCE
           END-IF
           PERFORM REPORT-THE-IMPACT

           DISPLAY "FEE SIMULATION COMPLETE - " WS-PENDING-COUNT
               " STAGED ROW(S), " WS-ACCOUNT-COUNT " ACCOUNT(S) "
               WS-AFFECTED-COUNT " AFFECTED"
           DISPLAY "  MONTH " WS-TS-MONTH " FEES BEFORE "
               WS-TOTAL-BEFORE " AFTER " WS-TOTAL-AFTER
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "  " WS-ORPHAN-COUNT
                   " COUNTER(S) WITH NO ACCOUNT - NOT PRICED"
           END-IF

           CLOSE ACCOUNT-MASTER
           CLOSE SIMULATION-WORK
           CLOSE IMPACT-REPORT
           CLOSE INCREASE-REPORT
           IF WS-SVCFEEPM-STATUS NOT = "35"
               CLOSE SERVICE-FEE-PARAMETER
           END-IF
           IF WS-FEESCHED-STATUS NOT = "35"
               CLOSE FEE-SCHEDULE
           END-IF
           IF WS-RELBAND-STATUS NOT = "35"
               CLOSE RELATIONSHIP-BANDS
           END-IF
           IF WS-FEEEXMPT-STATUS NOT = "35"
               CLOSE FEE-EXEMPTIONS
           END-IF
           IF WS-PRODCAT-STATUS NOT = "35"
               CLOSE PRODUCT-CATALOG
           END-IF
           IF WS-DECREG-STATUS NOT = "35"
               CLOSE DECEASED-REGISTER
           END-IF

           STOP RUN.

      * ONLY THE FEE TABLES ARE SIMULATED. WHERE A TABLE ROW HAS
      * MORE THAN ONE STAGED CHANGE DUE BY THE AS-OF DATE, THE
      * LATEST ONE IS THE ONE THAT WILL BE IN FORCE.
       LOAD-STAGED-ROWS.
           OPEN INPUT PARAMETER-PENDING
           IF WS-PARMPEND-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "FEESIM  " "PARMPEND"
                   WS-PARMPEND-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ PARAMETER-PENDING NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF PRM-ROW-PENDING
                              AND PRM-EFFECTIVE-DATE <= WS-AS-OF-DATE
                              AND (PRM-TABLE = "SVCFEEPM"
                                OR PRM-TABLE = "FEESCHED")
                               PERFORM KEEP-STAGED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-PENDING
           END-IF.

       KEEP-STAGED-ROW.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PENDING-COUNT
               IF WSP-TABLE(I) = PRM-TABLE
                  AND WSP-ACCOUNT-TYPE(I) = PRM-ACCOUNT-TYPE
                  AND WSP-EVENT-CODE(I) = PRM-EVENT-CODE
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-PENDING-COUNT < 100
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-COUNT TO WS-SLOT
                   MOVE 0 TO WSP-EFFECTIVE-DATE(WS-SLOT)
               ELSE
                   DISPLAY "STAGED ROW TABLE FULL - " PRM-TABLE "/"
                       PRM-ACCOUNT-TYPE " " PRM-EVENT-CODE
                       " NOT SIMULATED"
               END-IF
           END-IF
           IF WS-SLOT > 0
              AND PRM-EFFECTIVE-DATE >= WSP-EFFECTIVE-DATE(WS-SLOT)
               MOVE PRM-TABLE          TO WSP-TABLE(WS-SLOT)
               MOVE PRM-ACCOUNT-TYPE   TO WSP-ACCOUNT-TYPE(WS-SLOT)
               MOVE PRM-EVENT-CODE     TO WSP-EVENT-CODE(WS-SLOT)
               MOVE PRM-EFFECTIVE-DATE TO WSP-EFFECTIVE-DATE(WS-SLOT)
               MOVE PRM-VALUE-1        TO WSP-VALUE-1(WS-SLOT)
               MOVE PRM-VALUE-3        TO WSP-VALUE-3(WS-SLOT)
               IF PRM-TABLE = "FEESCHED" AND PRM-EVENT-CODE = "WDRC"
                   SET WS-WDRC-STAGED TO TRUE
               END-IF
           END-IF.

       OPEN-ALL-FILES.
           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "FEESIM  " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT SIMULATION-WORK
           CLOSE SIMULATION-WORK
           OPEN I-O SIMULATION-WORK
           CALL "FILERR" USING "FEESIM  " "FEESIMWK" WS-FEESIMWK-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT IMPACT-REPORT
           CALL "FILERR" USING "FEESIM  " "FEESIMRP" WS-FEESIMRP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT INCREASE-REPORT
           CALL "FILERR" USING "FEESIM  " "FEESIMTP" WS-FEESIMTP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

      * EVERY PARAMETER AND POLICY FILE IS READ ONLY, AND EACH
      * IS OPTIONAL EXACTLY AS IT IS TO THE PROGRAMS THAT CHARGE.
           OPEN INPUT SERVICE-FEE-PARAMETER
           IF WS-SVCFEEPM-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "SVCFEEPM"
                   WS-SVCFEEPM-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT FEE-SCHEDULE
           IF WS-FEESCHED-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "FEESCHED"
                   WS-FEESCHED-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RELATIONSHIP-BANDS
           IF WS-RELBAND-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "RELBAND"
                   WS-RELBAND-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT FEE-EXEMPTIONS
           IF WS-FEEEXMPT-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "FEEEXMPT"
                   WS-FEEEXMPT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PRODUCT-CATALOG
           IF WS-PRODCAT-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "PRODCAT"
                   WS-PRODCAT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS NOT = "35"
               CALL "FILERR" USING "FEESIM  " "DECREG"
                   WS-DECREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************
      * SERVICE FEE - THE MONTH'S SHORTDAY COUNTERS PRICED BY
      * FEEASSES'S RULES UNDER TODAY'S SVCFEEPM ROW AND UNDER
      * THE STAGED ONE. NOTHING IS CHARGED OR CLEARED.
      *****************************************************
       SIMULATE-SERVICE-FEES.
           OPEN INPUT SHORTFALL-DAY-FILE
           IF WS-SHORTDAY-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "FEESIM  " "SHORTDAY"
                   WS-SHORTDAY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ SHORTFALL-DAY-FILE
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF SHD-MONTH = WS-TS-MONTH
                               PERFORM PRICE-ONE-COUNTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHORTFALL-DAY-FILE
           END-IF.

       PRICE-ONE-COUNTER.
           MOVE SHD-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
               NOT INVALID KEY
                   PERFORM PRICE-SERVICE-FEE
           END-READ.

       PRICE-SERVICE-FEE.
           MOVE 0 TO WS-SVC-BEFORE
           MOVE 0 TO WS-SVC-AFTER
           PERFORM GET-RELATIONSHIP-BAND
           PERFORM CHECK-FEE-WAIVERS
           IF NOT WS-ACCT-WAIVED
               IF WS-SVCFEEPM-STATUS NOT = "35"
                   MOVE ACM-ACCOUNT-TYPE TO SFP-ACCOUNT-TYPE
                   READ SERVICE-FEE-PARAMETER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SFP-MONTHLY-FEE TO WS-FEE-AMOUNT
                           MOVE SFP-GRACE-DAYS  TO WS-GRACE-DAYS
                           PERFORM APPLY-SERVICE-FEE-RULES
                           MOVE WS-PRICED-FEE TO WS-SVC-BEFORE
                   END-READ
               END-IF
               MOVE WS-SVC-BEFORE TO WS-SVC-AFTER
               PERFORM FIND-STAGED-SVCFEEPM
               IF WS-SLOT > 0
                   MOVE WSP-VALUE-1(WS-SLOT) TO WS-FEE-AMOUNT
                   MOVE WSP-VALUE-3(WS-SLOT) TO WS-GRACE-DAYS
                   PERFORM APPLY-SERVICE-FEE-RULES
                   MOVE WS-PRICED-FEE TO WS-SVC-AFTER
               END-IF
           END-IF
           IF WS-SVC-BEFORE > 0 OR WS-SVC-AFTER > 0
               PERFORM GET-WORK-ROW
               ADD WS-SVC-BEFORE TO FSW-SVC-BEFORE
               ADD WS-SVC-AFTER  TO FSW-SVC-AFTER
               PERFORM PUT-WORK-ROW
           END-IF.

      * THE SAME ORDER FEEASSES TESTS THEM IN - THE ESTATE OF A
      * DECEASED CUSTOMER, A FEE-EXEMPT PRODUCT, AND A STANDING
      * PER-ACCOUNT EXEMPTION EACH WAIVE THE FEE OUTRIGHT.
       CHECK-FEE-WAIVERS.
           MOVE "N" TO WS-WAIVED-FLAG
           IF WS-DECREG-STATUS NOT = "35"
               MOVE ACM-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           SET WS-ACCT-WAIVED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ACCT-WAIVED AND WS-PRODCAT-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-TYPE TO PRD-ACCOUNT-TYPE
               READ PRODUCT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-FEE-EXEMPT
                           SET WS-ACCT-WAIVED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ACCT-WAIVED AND WS-FEEEXMPT-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-NUMBER TO FEX-ACCOUNT-NUMBER
               READ FEE-EXEMPTIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEX-EXEMPT-ACTIVE
                           SET WS-ACCT-WAIVED TO TRUE
                       END-IF
               END-READ
           END-IF.

       GET-RELATIONSHIP-BAND.
           MOVE "C" TO WS-REL-BAND
           IF WS-RELBAND-STATUS NOT = "35"
               MOVE ACM-CUSTOMER-ID TO RLB-CUSTOMER-ID
               READ RELATIONSHIP-BANDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RLB-BAND TO WS-REL-BAND
               END-READ
           END-IF.

      * WS-FEE-AMOUNT AND WS-GRACE-DAYS IN, WS-PRICED-FEE OUT -
      * THE RELATIONSHIP DISCOUNT, THEN THE CHARGE TEST, THEN
      * THE CAP THAT KEEPS A FEE FROM DRIVING THE BALANCE
      * NEGATIVE, ALL AS FEEASSES APPLIES THEM.
       APPLY-SERVICE-FEE-RULES.
           EVALUATE WS-REL-BAND
               WHEN "A"
                   MOVE 0 TO WS-FEE-AMOUNT
               WHEN "B"
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-FEE-AMOUNT / 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WS-PRICED-FEE
           IF SHD-DAYS-BELOW > WS-GRACE-DAYS
              AND ACM-ACCT-ACTIVE
              AND WS-FEE-AMOUNT > 0
               MOVE WS-FEE-AMOUNT TO WS-PRICED-FEE
               IF ACM-BALANCE < WS-FEE-AMOUNT
                   IF ACM-BALANCE > 0
                       MOVE ACM-BALANCE TO WS-PRICED-FEE
                   ELSE
                       MOVE 0 TO WS-PRICED-FEE
                   END-IF
               END-IF
           END-IF.

       FIND-STAGED-SVCFEEPM.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PENDING-COUNT
               IF WSP-TABLE(I) = "SVCFEEPM"
                  AND WSP-ACCOUNT-TYPE(I) = ACM-ACCOUNT-TYPE
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM.

      *****************************************************
      * EVENT FEES - EACH OF THE MONTH'S REGISTERED EVENT
      * CHARGES REPRICED AT THE STAGED FEE FOR ITS ACCOUNT TYPE
      * AND EVENT. A COUNTER WITHDRAWAL WITH A STAGED WDRC ROW
      * IS LEFT FOR THE ALLOWANCE PASS, SINCE A NEW ALLOWANCE
      * CHANGES HOW MANY OF THEM ARE CHARGED AT ALL.
      *****************************************************
       SIMULATE-EVENT-FEES.
           OPEN INPUT FEE-EVENT-REGISTER
           IF WS-FEEEVREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "FEESIM  " "FEEEVREG"
                   WS-FEEEVREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ FEE-EVENT-REGISTER
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF FEV-POSTING-DATE(1:6) = WS-TS-MONTH
                               PERFORM PRICE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-EVENT-REGISTER
           END-IF.

       PRICE-ONE-EVENT.
           MOVE FEV-ACCOUNT-NUMBER TO FSW-ACCOUNT-NUMBER
           READ SIMULATION-WORK
               INVALID KEY
                   PERFORM NEW-EVENT-WORK-ROW
               NOT INVALID KEY
                   SET WS-WORK-ON-FILE TO TRUE
           END-READ

           PERFORM FIND-STAGED-EVENT-FEE
           ADD FEV-FEE-AMOUNT TO FSW-EVT-BEFORE
           IF FEV-EVENT-CODE = "WDRC"
               ADD 1 TO FSW-WDRC-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-SLOT = 0
                   ADD FEV-FEE-AMOUNT TO FSW-EVT-AFTER
               WHEN FEV-EVENT-CODE = "WDRC"
                   CONTINUE
               WHEN OTHER
                   ADD WSP-VALUE-1(WS-SLOT) TO FSW-EVT-AFTER
           END-EVALUATE
           PERFORM PUT-WORK-ROW.

      * A LOAN-SIDE EVENT (LATE, PDCB) MAY NOT NAME A DEPOSIT
      * ACCOUNT - THE REGISTER'S OWN BRANCH AND TYPE STAND IN.
       NEW-EVENT-WORK-ROW.
           MOVE "N" TO WS-WORK-FLAG
           MOVE FEV-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   INITIALIZE SIMULATION-WORK-RECORD
                   MOVE FEV-ACCOUNT-NUMBER TO FSW-ACCOUNT-NUMBER
                   MOVE FEV-ACCOUNT-TYPE   TO FSW-ACCOUNT-TYPE
                   MOVE FEV-BRANCH         TO FSW-BRANCH
                   MOVE "C"                TO FSW-BAND
               NOT INVALID KEY
                   PERFORM GET-RELATIONSHIP-BAND
                   PERFORM NEW-WORK-ROW
           END-READ.

       FIND-STAGED-EVENT-FEE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PENDING-COUNT
               IF WSP-TABLE(I) = "FEESCHED"
                  AND WSP-ACCOUNT-TYPE(I) = FEV-ACCOUNT-TYPE
                  AND WSP-EVENT-CODE(I) = FEV-EVENT-CODE
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM.

      *****************************************************
      * COUNTER WITHDRAWALS UNDER A STAGED WDRC ROW. THE ENGINE
      * CHARGES ONCE THE MTD COUNTER PASSES THE FREE ALLOWANCE,
      * SO THE WITHDRAWALS IT WOULD CHARGE UNDER THE NEW
      * ALLOWANCE ARE THE ONES CHARGED TODAY PLUS THE ALLOWANCE
      * GIVEN UP (OR LESS THE ALLOWANCE ADDED), NEVER MORE THAN
      * THE MTD COUNT LEAVES PAST THE NEW ALLOWANCE. WHERE NO
      * WDRC FEE IS CHARGED TODAY THE WHOLE MTD COUNT PAST THE
      * NEW ALLOWANCE IS PRICED - THE CAUTIOUS READING.
      *****************************************************
       SIMULATE-WDRC-ALLOWANCE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO ACM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       PERFORM PRICE-ONE-ALLOWANCE
               END-READ
           END-PERFORM.

       PRICE-ONE-ALLOWANCE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PENDING-COUNT
               IF WSP-TABLE(I) = "FEESCHED"
                  AND WSP-ACCOUNT-TYPE(I) = ACM-ACCOUNT-TYPE
                  AND WSP-EVENT-CODE(I) = "WDRC"
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0
               PERFORM PRICE-STAGED-ALLOWANCE
           END-IF.

       PRICE-STAGED-ALLOWANCE.
           MOVE 0 TO FSW-WDRC-COUNT
           MOVE ACM-ACCOUNT-NUMBER TO FSW-ACCOUNT-NUMBER
           READ SIMULATION-WORK
               INVALID KEY
                   MOVE "N" TO WS-WORK-FLAG
                   MOVE 0 TO FSW-WDRC-COUNT
               NOT INVALID KEY
                   SET WS-WORK-ON-FILE TO TRUE
           END-READ

           MOVE "N" TO WS-FOUND-FLAG
           IF WS-FEESCHED-STATUS NOT = "35"
               MOVE ACM-ACCOUNT-TYPE TO FSC-ACCOUNT-TYPE
               MOVE "WDRC"           TO FSC-EVENT-CODE
               READ FEE-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FSC-FEE-AMOUNT > 0
                           SET WS-ROW-FOUND TO TRUE
                           MOVE FSC-FREE-ALLOWANCE
                               TO WS-OLD-ALLOWANCE
                       END-IF
               END-READ
           END-IF

           COMPUTE WS-CHARGEABLE-CAP =
               ACM-MTD-TXN-COUNT - WSP-VALUE-3(WS-SLOT)
           IF WS-ROW-FOUND
               COMPUTE WS-CHARGEABLE = FSW-WDRC-COUNT
                   + WS-OLD-ALLOWANCE - WSP-VALUE-3(WS-SLOT)
               IF WS-CHARGEABLE > WS-CHARGEABLE-CAP
                   MOVE WS-CHARGEABLE-CAP TO WS-CHARGEABLE
               END-IF
           ELSE
               MOVE WS-CHARGEABLE-CAP TO WS-CHARGEABLE
           END-IF
           IF WS-CHARGEABLE < 0
               MOVE 0 TO WS-CHARGEABLE
           END-IF
           COMPUTE WS-WDRC-AFTER =
               WS-CHARGEABLE * WSP-VALUE-1(WS-SLOT)

           IF WS-WDRC-AFTER > 0
               IF NOT WS-WORK-ON-FILE
                   PERFORM GET-RELATIONSHIP-BAND
                   PERFORM NEW-WORK-ROW
               END-IF
               ADD WS-WDRC-AFTER TO FSW-EVT-AFTER
               PERFORM PUT-WORK-ROW
           END-IF.

      *****************************************************
      * WORK ROW HANDLING - ACCOUNT-MASTER HOLDS THE ACCOUNT.
      *****************************************************
       GET-WORK-ROW.
           MOVE ACM-ACCOUNT-NUMBER TO FSW-ACCOUNT-NUMBER
           READ SIMULATION-WORK
               INVALID KEY
                   PERFORM NEW-WORK-ROW
               NOT INVALID KEY
                   SET WS-WORK-ON-FILE TO TRUE
           END-READ.

       NEW-WORK-ROW.
           MOVE "N" TO WS-WORK-FLAG
           INITIALIZE SIMULATION-WORK-RECORD
           MOVE ACM-ACCOUNT-NUMBER TO FSW-ACCOUNT-NUMBER
           MOVE ACM-CUSTOMER-ID    TO FSW-CUSTOMER-ID
           MOVE ACM-ACCOUNT-TYPE   TO FSW-ACCOUNT-TYPE
           MOVE ACM-BRANCH         TO FSW-BRANCH
           MOVE WS-REL-BAND        TO FSW-BAND.

       PUT-WORK-ROW.
           IF WS-WORK-ON-FILE
               REWRITE SIMULATION-WORK-RECORD
           ELSE
               WRITE SIMULATION-WORK-RECORD
           END-IF
           CALL "FILERR" USING "FEESIM  " "FEESIMWK" WS-FEESIMWK-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      *****************************************************
      * ROLL THE WORK ROWS UP BY ACCOUNT TYPE, BRANCH, AND BAND,
      * THEN BY CUSTOMER FOR THE TWENTY LARGEST INCREASES.
      *****************************************************
       REPORT-THE-IMPACT.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO FSW-ACCOUNT-NUMBER
           START SIMULATION-WORK
               KEY IS NOT LESS THAN FSW-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ SIMULATION-WORK NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       PERFORM ROLL-UP-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GROUP-COUNT
               MOVE WSG-ACCOUNT-TYPE(I)   TO FIR-ACCOUNT-TYPE
               MOVE WSG-BRANCH(I)         TO FIR-BRANCH
               MOVE WSG-BAND(I)           TO FIR-BAND
               MOVE WSG-ACCOUNT-COUNT(I)  TO FIR-ACCOUNT-COUNT
               MOVE WSG-AFFECTED-COUNT(I) TO FIR-AFFECTED-COUNT
               MOVE WSG-FEE-BEFORE(I)     TO FIR-FEE-BEFORE
               MOVE WSG-FEE-AFTER(I)      TO FIR-FEE-AFTER
               COMPUTE FIR-CHANGE =
                   WSG-FEE-AFTER(I) - WSG-FEE-BEFORE(I)
               WRITE IMPACT-REPORT-LINE
           END-PERFORM

           PERFORM TOTAL-BY-CUSTOMER

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOP-COUNT
               MOVE I                     TO FTL-RANK
               MOVE WST-CUSTOMER-ID(I)    TO FTL-CUSTOMER-ID
               MOVE WST-ACCOUNT-COUNT(I)  TO FTL-ACCOUNT-COUNT
               MOVE WST-BRANCH(I)         TO FTL-BRANCH
               MOVE WST-BAND(I)           TO FTL-BAND
               MOVE WST-FEE-BEFORE(I)     TO FTL-FEE-BEFORE
               MOVE WST-FEE-AFTER(I)      TO FTL-FEE-AFTER
               MOVE WST-INCREASE(I)       TO FTL-INCREASE
               WRITE INCREASE-REPORT-LINE
           END-PERFORM.

       ROLL-UP-ONE-ACCOUNT.
           COMPUTE WS-ACCT-BEFORE = FSW-SVC-BEFORE + FSW-EVT-BEFORE
           COMPUTE WS-ACCT-AFTER  = FSW-SVC-AFTER  + FSW-EVT-AFTER
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD WS-ACCT-BEFORE TO WS-TOTAL-BEFORE
           ADD WS-ACCT-AFTER  TO WS-TOTAL-AFTER
           IF WS-ACCT-AFTER NOT = WS-ACCT-BEFORE
               ADD 1 TO WS-AFFECTED-COUNT
           END-IF

           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GROUP-COUNT
               IF WSG-ACCOUNT-TYPE(I) = FSW-ACCOUNT-TYPE
                  AND WSG-BRANCH(I) = FSW-BRANCH
                  AND WSG-BAND(I) = FSW-BAND
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-GROUP-COUNT < 500
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-SLOT
                   MOVE FSW-ACCOUNT-TYPE TO WSG-ACCOUNT-TYPE(WS-SLOT)
                   MOVE FSW-BRANCH       TO WSG-BRANCH(WS-SLOT)
                   MOVE FSW-BAND         TO WSG-BAND(WS-SLOT)
                   MOVE 0 TO WSG-ACCOUNT-COUNT(WS-SLOT)
                   MOVE 0 TO WSG-AFFECTED-COUNT(WS-SLOT)
                   MOVE 0 TO WSG-FEE-BEFORE(WS-SLOT)
                   MOVE 0 TO WSG-FEE-AFTER(WS-SLOT)
               ELSE
                   DISPLAY "GROUP TABLE FULL - " FSW-ACCOUNT-TYPE "/"
                       FSW-BRANCH "/" FSW-BAND " NOT REPORTED"
               END-IF
           END-IF
           IF WS-SLOT > 0
               ADD 1 TO WSG-ACCOUNT-COUNT(WS-SLOT)
               IF WS-ACCT-AFTER NOT = WS-ACCT-BEFORE
                   ADD 1 TO WSG-AFFECTED-COUNT(WS-SLOT)
               END-IF
               ADD WS-ACCT-BEFORE TO WSG-FEE-BEFORE(WS-SLOT)
               ADD WS-ACCT-AFTER  TO WSG-FEE-AFTER(WS-SLOT)
           END-IF.

      * THE WORK FILE IN CUSTOMER ORDER - EACH CUSTOMER'S
      * ACCOUNTS ADDED TOGETHER AND RANKED ON THE CHANGE OF
      * CUSTOMER. A LOAN-SIDE ROW WITH NO DEPOSIT ACCOUNT HAS NO
      * CUSTOMER AND IS NOT RANKED.
       TOTAL-BY-CUSTOMER.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO WS-CUST-ID
           MOVE 1 TO FSW-CUSTOMER-ID
           START SIMULATION-WORK
               KEY IS NOT LESS THAN FSW-CUSTOMER-ID
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ SIMULATION-WORK NEXT RECORD
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF FSW-CUSTOMER-ID NOT = WS-CUST-ID
                           PERFORM RANK-THE-CUSTOMER
                           MOVE FSW-CUSTOMER-ID TO WS-CUST-ID
                           MOVE FSW-BRANCH      TO WS-CUST-BRANCH
                           MOVE FSW-BAND        TO WS-CUST-BAND
                           MOVE 0 TO WS-CUST-ACCOUNTS
                           MOVE 0 TO WS-CUST-BEFORE
                           MOVE 0 TO WS-CUST-AFTER
                       END-IF
                       ADD 1 TO WS-CUST-ACCOUNTS
                       ADD FSW-SVC-BEFORE FSW-EVT-BEFORE
                           TO WS-CUST-BEFORE
                       ADD FSW-SVC-AFTER FSW-EVT-AFTER
                           TO WS-CUST-AFTER
               END-READ
           END-PERFORM
           PERFORM RANK-THE-CUSTOMER.

       RANK-THE-CUSTOMER.
           IF WS-CUST-ID > 0 AND WS-CUST-AFTER > WS-CUST-BEFORE
               COMPUTE WS-INCREASE = WS-CUST-AFTER - WS-CUST-BEFORE
               PERFORM RANK-THE-INCREASE
           END-IF.

      * INSERTION INTO THE LARGEST-FIRST LIST - THE SMALLEST
      * DROPS OFF THE BOTTOM ONCE THE LIST HOLDS TWENTY.
       RANK-THE-INCREASE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM WS-TOP-COUNT BY -1
                   UNTIL I < 1 OR WS-SLOT > 0
               IF WST-INCREASE(I) >= WS-INCREASE
                   COMPUTE WS-SLOT = I + 1
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               MOVE 1 TO WS-SLOT
           END-IF
           IF WS-SLOT <= 20
               IF WS-TOP-COUNT < 20
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM VARYING J FROM WS-TOP-COUNT BY -1
                       UNTIL J <= WS-SLOT
                   MOVE WS-TOP-ENTRY(J - 1) TO WS-TOP-ENTRY(J)
               END-PERFORM
               MOVE WS-CUST-ID       TO WST-CUSTOMER-ID(WS-SLOT)
               MOVE WS-CUST-ACCOUNTS TO WST-ACCOUNT-COUNT(WS-SLOT)
               MOVE WS-CUST-BRANCH   TO WST-BRANCH(WS-SLOT)
               MOVE WS-CUST-BAND     TO WST-BAND(WS-SLOT)
               MOVE WS-CUST-BEFORE   TO WST-FEE-BEFORE(WS-SLOT)
               MOVE WS-CUST-AFTER    TO WST-FEE-AFTER(WS-SLOT)
               MOVE WS-INCREASE      TO WST-INCREASE(WS-SLOT)
           END-IF.
