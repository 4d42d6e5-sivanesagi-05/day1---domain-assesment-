               RECORD KEY PRD-ACCOUNT-TYPE
               FILE STATUS WS-PRODCAT-STATUS.

           SELECT RECURRING-DEPOSIT-FILE ASSIGN TO "RECDEP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCD-ACCOUNT-NUMBER
               FILE STATUS WS-RECDEP-STATUS.

           SELECT CURRENCY-TABLE ASSIGN TO "CURRTBL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUR-CURRENCY-CODE
               FILE STATUS WS-CURRTBL-STATUS.

           SELECT NOMINEE-REGISTER ASSIGN TO "NOMINEE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOM-KEY
               FILE STATUS WS-NOMINEE-STATUS.

           SELECT NOMINEE-AUDIT ASSIGN TO "NOMAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  PRODUCT-CATALOG.
       COPY "PRODCAT.cpy".

       FD  RECURRING-DEPOSIT-FILE.
       COPY "RECDEP.cpy".

       FD  CURRENCY-TABLE.
       COPY "CURRTBL.cpy".

       FD  NOMINEE-REGISTER.
       COPY "NOMINEE.cpy".

       FD  NOMINEE-AUDIT.
       COPY "NOMAUD.cpy".

       FD  COMPLIANCE-HOLD-QUEUE.
       01 COMPLIANCE-HOLD-RECORD.
          05 CMP-QUEUED-DATE        PIC 9(8).
       01 WS-MINORREG-STATUS  PIC XX.
       01 WS-CMPHOLD-STATUS   PIC XX.
       01 WS-PRODCAT-STATUS   PIC XX.
       01 WS-RECDEP-STATUS    PIC XX.
       01 WS-NOMINEE-STATUS   PIC XX.
       01 WS-NOMAUD-STATUS    PIC XX.
       01 WS-PRODUCT-FLAG     PIC X      VALUE "N".
          88 WS-PRODUCT-GOOD  VALUE "Y".
       01 WS-CURRTBL-STATUS   PIC XX.
       01 WS-CURRENCY-FLAG    PIC X      VALUE "N".
          88 WS-CURRENCY-GOOD VALUE "Y".
       01 ACCOUNT-CURRENCY    PIC X(3).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-KYC-FLAG         PIC X      VALUE "N".
          88 WS-KYC-OVERDUE   VALUE "Y".
       01 WS-KYC-OVERRIDE-ID  PIC X(8).
       01 BRANCH-CODE         PIC X(4).
       01 INITIAL-PIN         PIC 9(4).
       01 OPENING-DEPOSIT     PIC 9(6).
       01 WS-MEMO-AMOUNT      PIC 9(9)V99.
       01 WS-LAST-BASE        PIC 9(9)   VALUE 0.
       01 WS-NEW-ACCOUNT      PIC 9(10).
       01 WS-VALID-FLAG       PIC X.
          88 WS-CHECK-DIGIT-OK VALUE "Y".
       01 WS-ASSIGN-FLAG      PIC X      VALUE "N".
          88 WS-NUMBER-ASSIGNED VALUE "Y".
      * RECURRING-DEPOSIT TERMS, CAPTURED BEFORE THE NUMBER IS
      * ASSIGNED SO A BAD ANSWER REFUSES THE WHOLE OPENING.
       01 WS-RD-INSTALLMENT   PIC 9(7)V99.
       01 WS-RD-TERM          PIC 9(3).
       01 WS-RD-DUE-DAY       PIC 9(2).
       01 WS-RD-RATE          PIC 9(2)V99.
       01 WS-RD-LINKED        PIC 9(10).
       01 WS-RD-FIRST-DUE     PIC 9(8).
       01 WS-RD-MATURITY      PIC 9(8).
       01 WS-RD-PROJECTED     PIC 9(9)V99.
       01 WS-PERIODIC-RATE    PIC V9(9).
       01 WS-MONTHS-LEFT      PIC 9(3).
       01 WS-DUE-SPLIT.
          05 WS-DUE-YYYY      PIC 9(4).
          05 WS-DUE-MM        PIC 9(2).
          05 WS-DUE-DD        PIC 9(2).
      * NOMINEES, CAPTURED BEFORE THE NUMBER IS ASSIGNED - THE
      * SHARES MUST COME TO 100 PERCENT OR THE OPENING IS REFUSED.
       01 WS-NOMINEE-COUNT    PIC 9      VALUE 0.
       01 WS-NOMINEE-MAX      PIC 9      VALUE 5.
       01 WS-NOMINEE-SHARES   PIC 9(5)V99 VALUE 0.
       01 N                   PIC 9.
       01 WS-NOMINEE-TABLE.
          05 WS-NOMINEE-ENTRY OCCURS 5 TIMES.
             10 WSN-NAME           PIC X(30).
             10 WSN-RELATIONSHIP   PIC X(12).
             10 WSN-SHARE-PCT      PIC 9(3)V99.
             10 WSN-MINOR-FLAG     PIC X.
             10 WSN-GUARDIAN-NAME  PIC X(30).
       01 WS-BEFORE-IMAGE     PIC X(61)  VALUE SPACES.
       01 WS-AFTER-IMAGE      PIC X(61).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).
      * ACCOUNT BOOKS - A POTENTIAL MATCH GOES TO THE COMPLIANCE
      * HOLD QUEUE INSTEAD OF SILENTLY OPENING.
           CALL "WLSCREEN" USING CUM-CUSTOMER-NAME WS-MATCH-FLAG
               WS-MATCHED-ENTRY CUSTOMER-ID
           IF WS-NAME-MATCHED
               PERFORM WRITE-COMPLIANCE-HOLD
               DISPLAY "WATCHLIST MATCH (ENTRY " WS-MATCHED-ENTRY
           DISPLAY "ENTER BRANCH: ".
           ACCEPT BRANCH-CODE.

      * THE BRANCH MUST BE OPEN ON THE BRANCH MASTER - A TYPO
      * HERE USED TO CREATE A BRANCH THE REPORTS NEVER HEARD OF.
           CALL "BRCHK" USING BRANCH-CODE WS-BRANCH-FLAG
               WS-BRANCH-REGION
           IF NOT WS-BRANCH-OPEN
               DISPLAY "Unknown or closed branch " BRANCH-CODE
                   " - opening refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           DISPLAY "ENTER ACCOUNT CURRENCY (SPACES = HOME): ".
           ACCEPT ACCOUNT-CURRENCY.

      * THE BALANCE IS HELD IN THIS CURRENCY FOR THE LIFE OF THE
      * ACCOUNT, SO IT MUST BE ONE THE BANK QUOTES A RATE FOR.
           PERFORM VALIDATE-ACCOUNT-CURRENCY
           IF NOT WS-CURRENCY-GOOD
               DISPLAY "Currency " ACCOUNT-CURRENCY
                   " not on the currency table - opening refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

      * A RECURRING DEPOSIT CARRIES ITS CONTRACT FROM THE START -
      * THE INSTALLMENT, TERM, DUE DAY AND THE ACCOUNT IT IS
      * COLLECTED FROM ARE AGREED AT THE COUNTER.
           IF ACCOUNT-TYPE = "RD"
               PERFORM CAPTURE-RD-TERMS
           END-IF

      * NOMINEES ARE TAKEN AT THE COUNTER WITH THE REST OF THE
      * OPENING - THEY CAN BE CHANGED LATER THROUGH NOMMNT.
           PERFORM CAPTURE-NOMINEES
           IF WS-NOMINEE-COUNT > 0 AND WS-NOMINEE-SHARES NOT = 100
               DISPLAY "Nominee shares total " WS-NOMINEE-SHARES
                   " - must be 100 - opening refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           DISPLAY "ENTER INITIAL PIN: ".
           ACCEPT INITIAL-PIN.

               PERFORM WRITE-MINOR-REGISTER
           END-IF

           IF ACCOUNT-TYPE = "RD"
               PERFORM WRITE-RECURRING-CONTRACT
           END-IF

           IF WS-NOMINEE-COUNT > 0
               PERFORM WRITE-NOMINEE-REGISTER
           END-IF

           IF OPENING-DEPOSIT > 0
               PERFORM WRITE-OPENING-DEPOSIT
           END-IF
           SET ACM-ACCT-ACTIVE TO TRUE
           MOVE 0              TO ACM-MTD-TXN-COUNT
           MOVE 0              TO ACM-YTD-TXN-COUNT
           MOVE ACCOUNT-CURRENCY TO ACM-CURRENCY-CODE
           WRITE ACCOUNT-RECORD
           CALL "FILERR" USING "ACCTOPEN" "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
               CLOSE PRODUCT-CATALOG
           END-IF.

      * HOME CURRENCY NEEDS NO TABLE; ANY OTHER CODE MUST BE ON
      * CURRTBL, AND WITH NO TABLE ON DISK ONLY HOME CAN OPEN.
       VALIDATE-ACCOUNT-CURRENCY.
           MOVE "N" TO WS-CURRENCY-FLAG
           IF ACCOUNT-CURRENCY = SPACES
               SET WS-CURRENCY-GOOD TO TRUE
           ELSE
               OPEN INPUT CURRENCY-TABLE
               IF WS-CURRTBL-STATUS = "35"
                   CONTINUE
               ELSE
                   CALL "FILERR" USING "ACCTOPEN" "CURRTBL"
                       WS-CURRTBL-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-CURRENCY TO CUR-CURRENCY-CODE
                   READ CURRENCY-TABLE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CURRENCY-GOOD TO TRUE
                   END-READ
                   CLOSE CURRENCY-TABLE
               END-IF
           END-IF.

       WRITE-COMPLIANCE-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           DISPLAY "MINOR ACCOUNT - GUARDIAN " WS-GUARDIAN-ID
               " ON RECORD".

       CAPTURE-RD-TERMS.
           DISPLAY "ENTER MONTHLY INSTALLMENT: ".
           ACCEPT WS-RD-INSTALLMENT.
           IF WS-RD-INSTALLMENT = 0
               DISPLAY "Installment must be above zero - opening"
                   " refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           DISPLAY "ENTER TERM (12-60 MONTHS): ".
           ACCEPT WS-RD-TERM.
           IF WS-RD-TERM < 12 OR WS-RD-TERM > 60
               DISPLAY "Term must be 12 to 60 months - opening"
                   " refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           DISPLAY "ENTER INSTALLMENT DUE DAY (1-28): ".
           ACCEPT WS-RD-DUE-DAY.
           IF WS-RD-DUE-DAY < 1 OR WS-RD-DUE-DAY > 28
               DISPLAY "Due day must be 1 to 28 - opening refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           DISPLAY "ENTER CONTRACT RATE (ANNUAL): ".
           ACCEPT WS-RD-RATE.

           DISPLAY "ENTER LINKED DEMAND ACCOUNT TO COLLECT FROM: ".
           ACCEPT WS-RD-LINKED.

      * THE INSTALLMENTS COME FROM, AND THE PROCEEDS GO BACK TO,
      * AN ACTIVE DEMAND ACCOUNT OF THE SAME CUSTOMER.
           MOVE WS-RD-LINKED TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Linked account not found - opening"
                       " refused"
                   PERFORM CLOSE-ALL-FILES
                   STOP RUN
           END-READ
           IF NOT ACM-ACCT-ACTIVE
              OR ACM-CUSTOMER-ID NOT = CUSTOMER-ID
              OR ACM-ACCOUNT-TYPE = "RD"
               DISPLAY "Linked account must be an active demand"
                   " account of this customer - opening refused"
               PERFORM CLOSE-ALL-FILES
               STOP RUN
           END-IF

           PERFORM COMPUTE-RD-SCHEDULE.

      * FIRST DUE DATE IS THE NEXT OCCURRENCE OF THE DUE DAY
      * AFTER TODAY; MATURITY FALLS ONE MONTH AFTER THE LAST
      * INSTALLMENT, SO EVERY INSTALLMENT EARNS AT LEAST A MONTH.
       COMPUTE-RD-SCHEDULE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           MOVE WS-TS-DATE TO WS-DUE-SPLIT
           IF WS-DUE-DD >= WS-RD-DUE-DAY
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
           END-IF
           MOVE WS-RD-DUE-DAY TO WS-DUE-DD
           MOVE WS-DUE-SPLIT TO WS-RD-FIRST-DUE

           MOVE WS-RD-TERM TO WS-MONTHS-LEFT
           PERFORM UNTIL WS-MONTHS-LEFT = 0
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
               SUBTRACT 1 FROM WS-MONTHS-LEFT
           END-PERFORM
           MOVE WS-DUE-SPLIT TO WS-RD-MATURITY

      * PROJECTED VALUE IF EVERY INSTALLMENT IS PAID - THE FIRST
      * COMPOUNDS MONTHLY FOR THE FULL TERM, THE LAST FOR ONE
      * MONTH, THE SAME MONTHLY RATE TDMATUR USES.
           COMPUTE WS-PERIODIC-RATE = WS-RD-RATE / 1200
           IF WS-PERIODIC-RATE = 0
               COMPUTE WS-RD-PROJECTED =
                   WS-RD-INSTALLMENT * WS-RD-TERM
           ELSE
               COMPUTE WS-RD-PROJECTED ROUNDED =
                   WS-RD-INSTALLMENT * (1 + WS-PERIODIC-RATE)
                   * ((1 + WS-PERIODIC-RATE) ** WS-RD-TERM - 1)
                   / WS-PERIODIC-RATE
           END-IF.

       WRITE-RECURRING-CONTRACT.
           OPEN I-O RECURRING-DEPOSIT-FILE
           IF WS-RECDEP-STATUS = "35"
               OPEN OUTPUT RECURRING-DEPOSIT-FILE
               CLOSE RECURRING-DEPOSIT-FILE
               OPEN I-O RECURRING-DEPOSIT-FILE
           END-IF
           CALL "FILERR" USING "ACCTOPEN" "RECDEP" WS-RECDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           MOVE WS-NEW-ACCOUNT    TO RCD-ACCOUNT-NUMBER
           MOVE WS-RD-INSTALLMENT TO RCD-INSTALLMENT-AMT
           MOVE WS-RD-TERM        TO RCD-TERM-MONTHS
           MOVE WS-RD-DUE-DAY     TO RCD-DUE-DAY
           MOVE WS-RD-RATE        TO RCD-CONTRACT-RATE
           MOVE WS-RD-LINKED      TO RCD-LINKED-ACCOUNT
           MOVE WS-TS-DATE        TO RCD-OPEN-DATE
           MOVE WS-RD-FIRST-DUE   TO RCD-NEXT-DUE-DATE
           MOVE WS-RD-MATURITY    TO RCD-MATURITY-DATE
           MOVE 0                 TO RCD-INSTALLS-PAID
           MOVE 0                 TO RCD-INSTALLS-MISSED
           MOVE 0                 TO RCD-TOTAL-DEPOSITED
           MOVE 0                 TO RCD-INTEREST-EARNED
           MOVE WS-RD-PROJECTED   TO RCD-MATURITY-VALUE
           SET RCD-CONTRACT-OPEN  TO TRUE
           WRITE RECURRING-DEPOSIT-RECORD
           CALL "FILERR" USING "ACCTOPEN" "RECDEP" WS-RECDEP-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE RECURRING-DEPOSIT-FILE
           DISPLAY "RECURRING DEPOSIT - FIRST INSTALLMENT DUE "
               RCD-NEXT-DUE-DATE " MATURES " RCD-MATURITY-DATE
               " PROJECTED " RCD-MATURITY-VALUE.

       CAPTURE-NOMINEES.
           DISPLAY "ENTER NUMBER OF NOMINEES (0 = NONE, MAX 5): ".
           ACCEPT WS-NOMINEE-COUNT.
           IF WS-NOMINEE-COUNT > WS-NOMINEE-MAX
               MOVE WS-NOMINEE-MAX TO WS-NOMINEE-COUNT
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NOMINEE-COUNT
               DISPLAY "NOMINEE " N " NAME: "
               ACCEPT WSN-NAME(N)
               DISPLAY "NOMINEE " N " RELATIONSHIP: "
               ACCEPT WSN-RELATIONSHIP(N)
               DISPLAY "NOMINEE " N " SHARE PERCENTAGE: "
               ACCEPT WSN-SHARE-PCT(N)
               DISPLAY "NOMINEE " N " IS A MINOR (Y/N): "
               ACCEPT WSN-MINOR-FLAG(N)
               IF WSN-MINOR-FLAG(N) = "Y"
                   DISPLAY "NOMINEE " N " GUARDIAN NAME: "
                   ACCEPT WSN-GUARDIAN-NAME(N)
                   IF WSN-GUARDIAN-NAME(N) = SPACES
                       DISPLAY "A minor nominee needs a guardian -"
                           " opening refused"
                       PERFORM CLOSE-ALL-FILES
                       STOP RUN
                   END-IF
               ELSE
                   MOVE "N"    TO WSN-MINOR-FLAG(N)
                   MOVE SPACES TO WSN-GUARDIAN-NAME(N)
               END-IF
               ADD WSN-SHARE-PCT(N) TO WS-NOMINEE-SHARES
           END-PERFORM.

       WRITE-NOMINEE-REGISTER.
           OPEN I-O NOMINEE-REGISTER
           IF WS-NOMINEE-STATUS = "35"
               OPEN OUTPUT NOMINEE-REGISTER
               CLOSE NOMINEE-REGISTER
               OPEN I-O NOMINEE-REGISTER
           END-IF
           CALL "FILERR" USING "ACCTOPEN" "NOMINEE" WS-NOMINEE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           OPEN EXTEND NOMINEE-AUDIT
           IF WS-NOMAUD-STATUS = "35"
               OPEN OUTPUT NOMINEE-AUDIT
           END-IF
           CALL "FILERR" USING "ACCTOPEN" "NOMAUD" WS-NOMAUD-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NOMINEE-COUNT
               MOVE WS-NEW-ACCOUNT       TO NOM-ACCOUNT-NUMBER
               MOVE N                    TO NOM-SEQ
               MOVE WSN-NAME(N)          TO NOM-NAME
               MOVE WSN-RELATIONSHIP(N)  TO NOM-RELATIONSHIP
               MOVE WSN-SHARE-PCT(N)     TO NOM-SHARE-PCT
               MOVE WSN-MINOR-FLAG(N)    TO NOM-MINOR-FLAG
               MOVE WSN-GUARDIAN-NAME(N) TO NOM-GUARDIAN-NAME
               SET NOM-ACTIVE            TO TRUE
               MOVE WS-TS-DATE           TO NOM-ADDED-DATE
               WRITE NOMINEE-RECORD
               CALL "FILERR" USING "ACCTOPEN" "NOMINEE"
                   WS-NOMINEE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-TS-DATE      TO NMA-TIMESTAMP(1:8)
               MOVE WS-TS-TIME      TO NMA-TIMESTAMP(9:8)
               MOVE WS-OPERATOR-ID  TO NMA-OPERATOR-ID
               SET NMA-ADD-CHANGE   TO TRUE
               MOVE SPACES          TO NMA-BEFORE-IMAGE
               MOVE NOMINEE-RECORD  TO NMA-AFTER-IMAGE
               WRITE NOMINEE-AUDIT-RECORD
           END-PERFORM
           CLOSE NOMINEE-REGISTER
           CLOSE NOMINEE-AUDIT
           DISPLAY WS-NOMINEE-COUNT " NOMINEE(S) REGISTERED".

       WRITE-CUSTOMER-PIN.
           MOVE WS-NEW-ACCOUNT TO CPM-ACCOUNT-NUMBER
           MOVE INITIAL-PIN    TO CPM-STORED-PIN
           MOVE BRANCH-CODE     TO DTR-ENTRY-BRANCH
           MOVE WS-OPERATOR-ID  TO DTR-OPERATOR-ID
           MOVE "TLR"           TO DTR-CHANNEL-CODE
           MOVE ACCOUNT-CURRENCY TO DTR-CURRENCY-CODE
           MOVE 0               TO DTR-VALUE-DATE
           MOVE 0               TO DTR-CHEQUE-SERIAL
           MOVE SPACES          TO DTR-DRAWEE-ROUTING
           WRITE DAILY-DEPOSIT-RECORD

           CLOSE DAILY-DEPOSITS

      * THE OPENING DEPOSIT SHOWS ON THE MEMO BALANCE TODAY UNDER
      * THE SAME SEQUENCE DEPOSIT WILL POST IT WITH TONIGHT.
           MOVE OPENING-DEPOSIT TO WS-MEMO-AMOUNT
           CALL "MEMOPOST" USING WS-NEW-ACCOUNT WS-TS-TIME "D" "C"
               WS-MEMO-AMOUNT WS-OPERATOR-ID.
