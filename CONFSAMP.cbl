       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSAMP.

      *****************************************************
      * External auditors' balance-confirmation sample,      *
      * replacing the hand pull. Draws a balance-weighted     *
      * (monetary-unit) sample from the BALSNAP snapshots at a *
      * chosen cutoff date, stratified by account type and      *
      * branch with the sample size shared across the strata by  *
      * balance, from an auditor-chosen random start. Every       *
      * account at or over the forced-inclusion threshold is taken *
      * outright; a deceased customer or one whose mail comes back  *
      * (ADDRSTAT) is left out of the population altogether. Each    *
      * account drawn gets a confirmation letter with the CUSTMAST    *
      * name and address and a row on the CONFREG response register,   *
      * and each stratum's population and draw is reported.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BALSNAP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT DECEASED-REGISTER ASSIGN TO "DECREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DEC-CUSTOMER-ID
               FILE STATUS WS-DECREG-STATUS.

           SELECT ADDRESS-STATUS-FILE ASSIGN TO "ADDRSTAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADS-CUSTOMER-ID
               FILE STATUS WS-ADDRSTAT-STATUS.

           SELECT CONFIRMATION-REGISTER ASSIGN TO "CONFREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNF-KEY
               FILE STATUS WS-CONFREG-STATUS.

           SELECT CONFIRMATION-LETTERS ASSIGN TO "CONFLTR.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CONFLTR-STATUS.

           SELECT STRATUM-REPORT ASSIGN TO "CONFSRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CONFSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT.
       COPY "BALSNAP.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  DECEASED-REGISTER.
       COPY "DECREG.cpy".

       FD  ADDRESS-STATUS-FILE.
       COPY "ADDRSTAT.cpy".

       FD  CONFIRMATION-REGISTER.
       COPY "CONFREG.cpy".

      * ONE PRINT-READY LETTER PER ACCOUNT DRAWN. THE REPLY SLIP
      * CARRIES THE CUTOFF DATE AND REFERENCE THE AUDITORS KEY
      * THE ANSWER BACK AGAINST.
       FD  CONFIRMATION-LETTERS.
       01 CONFIRMATION-LETTER-RECORD.
          05 CLT-CUSTOMER-NAME      PIC X(30).
          05 CLT-ADDRESS            PIC X(40).
          05 CLT-MASKED-ACCOUNT     PIC X(10).
          05 CLT-CURRENCY-CODE      PIC X(3).
          05 CLT-BALANCE            PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
          05 CLT-CUTOFF-DATE        PIC 9(8).
          05 CLT-CONFIRM-REF        PIC 9(5).
          05 CLT-LETTER-DATE        PIC 9(8).

       FD  STRATUM-REPORT.
       01 STRATUM-REPORT-LINE.
          05 SRL-ACCOUNT-TYPE       PIC X(2).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-BRANCH             PIC X(4).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-POPULATION         PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-POPULATION-BAL     PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-EXCLUDED           PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-FORCED             PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-PLANNED            PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-DRAWN              PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 SRL-INTERVAL           PIC 9(13)V99.

       01 STRATUM-TOTAL-LINE.
          05 STL-LABEL              PIC X(8).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-POPULATION         PIC 9(7).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-POPULATION-BAL     PIC 9(13)V99.
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-EXCLUDED           PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-FORCED             PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-PLANNED            PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-DRAWN              PIC 9(5).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 STL-NO-ADDRESS         PIC 9(5).
          05 FILLER                 PIC X(11)  VALUE " NO ADDRESS".

       WORKING-STORAGE SECTION.
       01 WS-BALSNAP-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-DECREG-STATUS    PIC XX.
       01 WS-ADDRSTAT-STATUS  PIC XX.
       01 WS-CONFREG-STATUS   PIC XX.
       01 WS-CONFLTR-STATUS   PIC XX.
       01 WS-CONFSRPT-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-SNAPSHOTS VALUE "Y".
       01 WS-EXCLUDE-FLAG     PIC X.
          88 WS-CUST-EXCLUDED VALUE "D" "R".
          88 WS-CUST-DECEASED VALUE "D".
          88 WS-CUST-RETURNED VALUE "R".
       01 WS-DRAWN-FLAG       PIC X.
          88 WS-ALREADY-DRAWN VALUE "Y".
      * THE AUDITORS' SAMPLING PARAMETERS, FROM SYSIN.
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-SAMPLE-SIZE      PIC 9(5).
       01 WS-FORCE-THRESHOLD  PIC 9(11)V99.
       01 WS-RANDOM-START     PIC 9(6).
       01 WS-STRATUM-MINIMUM  PIC 9(3).
       01 WS-WEIGHT           PIC 9(11)V99.
       01 WS-ELIGIBLE-BAL     PIC 9(13)V99 VALUE 0.
       01 WS-CONFIRM-REF      PIC 9(5)   VALUE 0.
       01 WS-SNAPSHOT-COUNT   PIC 9(7)   VALUE 0.
       01 WS-DECEASED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-RETURNED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-LETTER-COUNT     PIC 9(5)   VALUE 0.
       01 WS-MASKED-ACCOUNT   PIC X(10).
       01 I                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
       01 WS-STRATUM-COUNT    PIC 9(3)   VALUE 0.
       01 WS-STRATUM-TABLE.
          05 WS-STRATUM-ENTRY OCCURS 500 TIMES.
             10 WSS-ACCOUNT-TYPE    PIC X(2).
             10 WSS-BRANCH          PIC X(4).
             10 WSS-POPULATION      PIC 9(7).
             10 WSS-POPULATION-BAL  PIC 9(13)V99.
             10 WSS-EXCLUDED        PIC 9(5).
             10 WSS-FORCED          PIC 9(5).
             10 WSS-SAMPLE-COUNT    PIC 9(7).
             10 WSS-SAMPLE-BAL      PIC 9(13)V99.
             10 WSS-PLANNED         PIC 9(5).
             10 WSS-DRAWN           PIC 9(5).
             10 WSS-INTERVAL        PIC 9(13)V99.
             10 WSS-CUMULATIVE      PIC 9(13)V99.
             10 WSS-NEXT-POINT      PIC 9(13)V99.
       01 WS-TOTALS.
          05 WS-TOT-POPULATION    PIC 9(7)     VALUE 0.
          05 WS-TOT-POPULATION-BAL PIC 9(13)V99 VALUE 0.
          05 WS-TOT-EXCLUDED      PIC 9(5)     VALUE 0.
          05 WS-TOT-FORCED        PIC 9(5)     VALUE 0.
          05 WS-TOT-PLANNED       PIC 9(5)     VALUE 0.
          05 WS-TOT-DRAWN         PIC 9(5)     VALUE 0.
          05 WS-TOT-NO-ADDRESS    PIC 9(5)     VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER CONFIRMATION CUTOFF DATE (YYYYMMDD): ".
           ACCEPT WS-CUTOFF-DATE.
           DISPLAY "ENTER SAMPLE SIZE (ACCOUNTS, EXCLUDING FORCED): ".
           ACCEPT WS-SAMPLE-SIZE.
           DISPLAY "ENTER FORCED-INCLUSION THRESHOLD (0 = NONE): ".
           ACCEPT WS-FORCE-THRESHOLD.
           DISPLAY "ENTER RANDOM START (1-999999): ".
           ACCEPT WS-RANDOM-START.
           DISPLAY "ENTER MINIMUM DRAW PER STRATUM: ".
           ACCEPT WS-STRATUM-MINIMUM.

           IF WS-CUTOFF-DATE = 0 OR WS-CUTOFF-DATE >= WS-TS-DATE
               DISPLAY "Cutoff date must be before the processing date"
               STOP RUN
           END-IF
           IF WS-SAMPLE-SIZE = 0 AND WS-FORCE-THRESHOLD = 0
               DISPLAY "Nothing to draw - enter a sample size or a"
                   " forced-inclusion threshold"
               STOP RUN
           END-IF
           IF WS-RANDOM-START = 0
               DISPLAY "Random start must be from 1 to 999999"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES
           PERFORM CHECK-NOT-ALREADY-DRAWN

           PERFORM TOTAL-THE-POPULATION
           IF WS-SNAPSHOT-COUNT = 0
               DISPLAY "NO BALSNAP SNAPSHOT FOR " WS-CUTOFF-DATE
                   " - NOTHING DRAWN"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF
           PERFORM PLAN-THE-STRATA
           PERFORM DRAW-THE-SAMPLE
           PERFORM REPORT-THE-STRATA

           DISPLAY "CONFIRMATION SAMPLE COMPLETE FOR " WS-CUTOFF-DATE
               " - " WS-TOT-FORCED " FORCED " WS-TOT-DRAWN " DRAWN "
               WS-LETTER-COUNT " LETTER(S)"
           DISPLAY "  EXCLUDED " WS-DECEASED-COUNT " DECEASED "
               WS-RETURNED-COUNT " MAIL RETURNED - "
               WS-TOT-NO-ADDRESS " WITH NO CUSTOMER RECORD"

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "CONFSAMP" "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT DECEASED-REGISTER
           IF WS-DECREG-STATUS NOT = "35"
               CALL "FILERR" USING "CONFSAMP" "DECREG"
                   WS-DECREG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ADDRESS-STATUS-FILE
           IF WS-ADDRSTAT-STATUS NOT = "35"
               CALL "FILERR" USING "CONFSAMP" "ADDRSTAT"
                   WS-ADDRSTAT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O CONFIRMATION-REGISTER
           IF WS-CONFREG-STATUS = "35"
               OPEN OUTPUT CONFIRMATION-REGISTER
               CLOSE CONFIRMATION-REGISTER
               OPEN I-O CONFIRMATION-REGISTER
           END-IF
           CALL "FILERR" USING "CONFSAMP" "CONFREG" WS-CONFREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT CONFIRMATION-LETTERS
           CALL "FILERR" USING "CONFSAMP" "CONFLTR" WS-CONFLTR-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT STRATUM-REPORT
           CALL "FILERR" USING "CONFSAMP" "CONFSRPT" WS-CONFSRPT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE CONFIRMATION-REGISTER
           CLOSE CONFIRMATION-LETTERS
           CLOSE STRATUM-REPORT
           IF WS-DECREG-STATUS NOT = "35"
               CLOSE DECEASED-REGISTER
           END-IF
           IF WS-ADDRSTAT-STATUS NOT = "35"
               CLOSE ADDRESS-STATUS-FILE
           END-IF.

      * ONE SAMPLE PER CUTOFF - A SECOND DRAW WOULD SEND A SECOND
      * SET OF LETTERS AND MUDDY THE RESPONSE REGISTER.
       CHECK-NOT-ALREADY-DRAWN.
           MOVE "N" TO WS-DRAWN-FLAG
           MOVE WS-CUTOFF-DATE TO CNF-CUTOFF-DATE
           MOVE 0              TO CNF-CONFIRM-REF
           START CONFIRMATION-REGISTER KEY IS NOT LESS THAN CNF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONFIRMATION-REGISTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CNF-CUTOFF-DATE = WS-CUTOFF-DATE
                               SET WS-ALREADY-DRAWN TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-ALREADY-DRAWN
               DISPLAY "SAMPLE ALREADY DRAWN FOR " WS-CUTOFF-DATE
                   " - RUN REFUSED"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF.

      *****************************************************
      * PASS ONE - THE CONFIRMABLE POPULATION AT THE CUTOFF BY
      * STRATUM. THE WEIGHT IS THE HOME-CURRENCY BALANCE, TAKEN
      * WITHOUT ITS SIGN SO AN OVERDRAWN ACCOUNT CAN BE DRAWN.
      *****************************************************
       TOTAL-THE-POPULATION.
           OPEN INPUT BALANCE-SNAPSHOT
           IF WS-BALSNAP-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "CONFSAMP" "BALSNAP"
                   WS-BALSNAP-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-SNAPSHOTS
                   READ BALANCE-SNAPSHOT
                       AT END SET END-OF-SNAPSHOTS TO TRUE
                       NOT AT END
                           IF SNP-SNAPSHOT-DATE = WS-CUTOFF-DATE
                               PERFORM COUNT-ONE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-SNAPSHOT
           END-IF.

       COUNT-ONE-SNAPSHOT.
           ADD 1 TO WS-SNAPSHOT-COUNT
           PERFORM FIND-THE-STRATUM
           IF WS-SLOT > 0
               PERFORM CHECK-EXCLUSIONS
               IF WS-CUST-DECEASED
                   ADD 1 TO WS-DECEASED-COUNT
               END-IF
               IF WS-CUST-RETURNED
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
               IF WS-CUST-EXCLUDED
                   ADD 1 TO WSS-EXCLUDED(WS-SLOT)
               ELSE
                   PERFORM WEIGH-THE-SNAPSHOT
                   IF WS-FORCE-THRESHOLD > 0
                      AND WS-WEIGHT >= WS-FORCE-THRESHOLD
                       ADD 1 TO WSS-FORCED(WS-SLOT)
                   ELSE
                       ADD 1 TO WSS-SAMPLE-COUNT(WS-SLOT)
                       ADD WS-WEIGHT TO WSS-SAMPLE-BAL(WS-SLOT)
                       ADD WS-WEIGHT TO WS-ELIGIBLE-BAL
                   END-IF
                   ADD 1 TO WSS-POPULATION(WS-SLOT)
                   ADD WS-WEIGHT TO WSS-POPULATION-BAL(WS-SLOT)
               END-IF
           END-IF.

       WEIGH-THE-SNAPSHOT.
           IF SNP-LOCAL-BALANCE < 0
               COMPUTE WS-WEIGHT = 0 - SNP-LOCAL-BALANCE
           ELSE
               MOVE SNP-LOCAL-BALANCE TO WS-WEIGHT
           END-IF.

       FIND-THE-STRATUM.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STRATUM-COUNT
               IF WSS-ACCOUNT-TYPE(I) = SNP-ACCOUNT-TYPE
                  AND WSS-BRANCH(I) = SNP-BRANCH
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-STRATUM-COUNT < 500
                   ADD 1 TO WS-STRATUM-COUNT
                   MOVE WS-STRATUM-COUNT TO WS-SLOT
                   INITIALIZE WS-STRATUM-ENTRY(WS-SLOT)
                   MOVE SNP-ACCOUNT-TYPE TO WSS-ACCOUNT-TYPE(WS-SLOT)
                   MOVE SNP-BRANCH       TO WSS-BRANCH(WS-SLOT)
               ELSE
                   DISPLAY "STRATUM TABLE FULL - " SNP-ACCOUNT-TYPE
                       "/" SNP-BRANCH " NOT SAMPLED"
               END-IF
           END-IF.

      * NO CONFIRMATION GOES TO THE ESTATE OF A DECEASED CUSTOMER
      * OR TO AN ADDRESS THE POST HAS ALREADY SENT BACK.
       CHECK-EXCLUSIONS.
           MOVE "N" TO WS-EXCLUDE-FLAG
           IF WS-DECREG-STATUS NOT = "35"
               MOVE SNP-CUSTOMER-ID TO DEC-CUSTOMER-ID
               READ DECEASED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ON-FILE
                           SET WS-CUST-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-CUST-EXCLUDED AND WS-ADDRSTAT-STATUS NOT = "35"
               MOVE SNP-CUSTOMER-ID TO ADS-CUSTOMER-ID
               READ ADDRESS-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADS-MAIL-RETURNED
                           SET WS-CUST-RETURNED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * THE SAMPLE SIZE IS SHARED ACROSS THE STRATA IN PROPORTION
      * TO THEIR SAMPLED BALANCE, NO STRATUM GETTING LESS THAN THE
      * MINIMUM OR MORE THAN IT HAS ACCOUNTS. EACH STRATUM'S
      * SELECTION INTERVAL IS ITS BALANCE OVER ITS SHARE, AND
      * ITS FIRST SELECTION POINT THE RANDOM START'S FRACTION OF
      * THAT INTERVAL.
      *****************************************************
       PLAN-THE-STRATA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STRATUM-COUNT
               MOVE 0 TO WSS-PLANNED(I)
               IF WS-ELIGIBLE-BAL > 0 AND WSS-SAMPLE-BAL(I) > 0
                   COMPUTE WSS-PLANNED(I) ROUNDED = WS-SAMPLE-SIZE
                       * WSS-SAMPLE-BAL(I) / WS-ELIGIBLE-BAL
                   IF WSS-PLANNED(I) < WS-STRATUM-MINIMUM
                       MOVE WS-STRATUM-MINIMUM TO WSS-PLANNED(I)
                   END-IF
                   IF WSS-PLANNED(I) > WSS-SAMPLE-COUNT(I)
                       MOVE WSS-SAMPLE-COUNT(I) TO WSS-PLANNED(I)
                   END-IF
               END-IF
               MOVE 0 TO WSS-INTERVAL(I)
               MOVE 0 TO WSS-NEXT-POINT(I)
               MOVE 0 TO WSS-CUMULATIVE(I)
               IF WSS-PLANNED(I) > 0
                   COMPUTE WSS-INTERVAL(I) =
                       WSS-SAMPLE-BAL(I) / WSS-PLANNED(I)
                   COMPUTE WSS-NEXT-POINT(I) =
                       WSS-INTERVAL(I) * WS-RANDOM-START / 1000000
                   IF WSS-NEXT-POINT(I) = 0
                       MOVE 0.01 TO WSS-NEXT-POINT(I)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************
      * PASS TWO - THE DRAW. AN ACCOUNT IS TAKEN WHEN THE
      * STRATUM'S RUNNING BALANCE REACHES THE NEXT SELECTION
      * POINT; AN ACCOUNT BIG ENOUGH TO SPAN SEVERAL POINTS IS
      * STILL TAKEN ONCE.
      *****************************************************
       DRAW-THE-SAMPLE.
           OPEN INPUT BALANCE-SNAPSHOT
           CALL "FILERR" USING "CONFSAMP" "BALSNAP"
               WS-BALSNAP-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-SNAPSHOTS
               READ BALANCE-SNAPSHOT
                   AT END SET END-OF-SNAPSHOTS TO TRUE
                   NOT AT END
                       IF SNP-SNAPSHOT-DATE = WS-CUTOFF-DATE
                           PERFORM DRAW-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SNAPSHOT.

       DRAW-ONE-SNAPSHOT.
           PERFORM FIND-THE-STRATUM
           IF WS-SLOT > 0
               PERFORM CHECK-EXCLUSIONS
               IF NOT WS-CUST-EXCLUDED
                   PERFORM WEIGH-THE-SNAPSHOT
                   IF WS-FORCE-THRESHOLD > 0
                      AND WS-WEIGHT >= WS-FORCE-THRESHOLD
                       SET CNF-FORCED TO TRUE
                       PERFORM SELECT-THE-ACCOUNT
                   ELSE
                       PERFORM TEST-THE-SELECTION-POINT
                   END-IF
               END-IF
           END-IF.

       TEST-THE-SELECTION-POINT.
           IF WSS-PLANNED(WS-SLOT) > 0 AND WS-WEIGHT > 0
               ADD WS-WEIGHT TO WSS-CUMULATIVE(WS-SLOT)
               IF WSS-CUMULATIVE(WS-SLOT) >= WSS-NEXT-POINT(WS-SLOT)
                   PERFORM UNTIL WSS-NEXT-POINT(WS-SLOT)
                                 > WSS-CUMULATIVE(WS-SLOT)
                       ADD WSS-INTERVAL(WS-SLOT)
                           TO WSS-NEXT-POINT(WS-SLOT)
                   END-PERFORM
                   SET CNF-SAMPLED TO TRUE
                   PERFORM SELECT-THE-ACCOUNT
                   ADD 1 TO WSS-DRAWN(WS-SLOT)
               END-IF
           END-IF.

      * THE REGISTER ROW IS WRITTEN WHETHER OR NOT A LETTER CAN
      * GO - AN ACCOUNT DRAWN WITH NO CUSTOMER RECORD IS ITSELF
      * AN EXCEPTION THE AUDITORS NEED TO SEE.
       SELECT-THE-ACCOUNT.
           ADD 1 TO WS-CONFIRM-REF
           MOVE WS-CUTOFF-DATE      TO CNF-CUTOFF-DATE
           MOVE WS-CONFIRM-REF      TO CNF-CONFIRM-REF
           MOVE SNP-ACCOUNT-NUMBER  TO CNF-ACCOUNT-NUMBER
           MOVE SNP-CUSTOMER-ID     TO CNF-CUSTOMER-ID
           MOVE SNP-ACCOUNT-TYPE    TO CNF-ACCOUNT-TYPE
           MOVE SNP-BRANCH          TO CNF-BRANCH
           MOVE SNP-CURRENCY-CODE   TO CNF-CURRENCY-CODE
           MOVE SNP-BALANCE         TO CNF-BOOK-BALANCE
           MOVE SNP-LOCAL-BALANCE   TO CNF-LOCAL-BALANCE
           MOVE 0                   TO CNF-RESPONSE-DATE
           MOVE 0                   TO CNF-CONFIRMED-BALANCE
           MOVE 0                   TO CNF-DIFFERENCE-AMT
           MOVE SPACES              TO CNF-KEYED-BY
           MOVE 0                   TO CNF-HISTORY-BALANCE
           MOVE 0                   TO CNF-POST-CUTOFF-NET
           MOVE 0                   TO CNF-TIMING-DATE
           MOVE SPACES              TO CNF-REASON-CODE
           MOVE SPACES              TO CNF-RESOLUTION-NOTE
           MOVE SPACES              TO CNF-RESOLVED-BY
           MOVE 0                   TO CNF-RESOLVED-DATE

           MOVE SNP-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CNF-NO-ADDRESS TO TRUE
                   MOVE 0 TO CNF-LETTER-DATE
                   ADD 1 TO WS-TOT-NO-ADDRESS
               NOT INVALID KEY
                   SET CNF-AWAITING-REPLY TO TRUE
                   MOVE WS-TS-DATE TO CNF-LETTER-DATE
                   PERFORM WRITE-THE-LETTER
           END-READ

           WRITE CONFIRMATION-RECORD
           CALL "FILERR" USING "CONFSAMP" "CONFREG" WS-CONFREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-THE-LETTER.
           CALL "ACCTMASK" USING SNP-ACCOUNT-NUMBER
               WS-MASKED-ACCOUNT
           MOVE CUM-CUSTOMER-NAME TO CLT-CUSTOMER-NAME
           MOVE CUM-ADDRESS       TO CLT-ADDRESS
           MOVE WS-MASKED-ACCOUNT TO CLT-MASKED-ACCOUNT
           MOVE SNP-CURRENCY-CODE TO CLT-CURRENCY-CODE
           MOVE SNP-BALANCE       TO CLT-BALANCE
           MOVE WS-CUTOFF-DATE    TO CLT-CUTOFF-DATE
           MOVE WS-CONFIRM-REF    TO CLT-CONFIRM-REF
           MOVE WS-TS-DATE        TO CLT-LETTER-DATE
           WRITE CONFIRMATION-LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT.

       REPORT-THE-STRATA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STRATUM-COUNT
               MOVE WSS-ACCOUNT-TYPE(I)   TO SRL-ACCOUNT-TYPE
               MOVE WSS-BRANCH(I)         TO SRL-BRANCH
               MOVE WSS-POPULATION(I)     TO SRL-POPULATION
               MOVE WSS-POPULATION-BAL(I) TO SRL-POPULATION-BAL
               MOVE WSS-EXCLUDED(I)       TO SRL-EXCLUDED
               MOVE WSS-FORCED(I)         TO SRL-FORCED
               MOVE WSS-PLANNED(I)        TO SRL-PLANNED
               MOVE WSS-DRAWN(I)          TO SRL-DRAWN
               MOVE WSS-INTERVAL(I)       TO SRL-INTERVAL
               WRITE STRATUM-REPORT-LINE
               ADD WSS-POPULATION(I)      TO WS-TOT-POPULATION
               ADD WSS-POPULATION-BAL(I)  TO WS-TOT-POPULATION-BAL
               ADD WSS-EXCLUDED(I)        TO WS-TOT-EXCLUDED
               ADD WSS-FORCED(I)          TO WS-TOT-FORCED
               ADD WSS-PLANNED(I)         TO WS-TOT-PLANNED
               ADD WSS-DRAWN(I)           TO WS-TOT-DRAWN
           END-PERFORM

           MOVE "TOTAL"               TO STL-LABEL
           MOVE WS-TOT-POPULATION     TO STL-POPULATION
           MOVE WS-TOT-POPULATION-BAL TO STL-POPULATION-BAL
           MOVE WS-TOT-EXCLUDED       TO STL-EXCLUDED
           MOVE WS-TOT-FORCED         TO STL-FORCED
           MOVE WS-TOT-PLANNED        TO STL-PLANNED
           MOVE WS-TOT-DRAWN          TO STL-DRAWN
           MOVE WS-TOT-NO-ADDRESS     TO STL-NO-ADDRESS
           WRITE STRATUM-TOTAL-LINE.
