       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTMTCH.

      *****************************************************
      * Nightly nostro reconciliation. Our side of each      *
      * nostro is taken from the day's foreign cash deposits   *
      * and withdrawals on the statement extract and the        *
      * outward wires sent or returned on WIREPAY, written to    *
      * NOSTITEM and carried into our ledger on NOSTMAST. Every   *
      * open item is then matched against the correspondent's     *
      * open items on amount, value date and reference, the        *
      * ledger is revalued at today's CURRTBL rate, and the daily   *
      * report shows per nostro our ledger, their statement          *
      * balance and the aged open items that explain the gap.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-EXTRACT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT WIRE-PAYMENTS ASSIGN TO "WIREPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WIR-PAYMENT-ID
               FILE STATUS WS-WIREPAY-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT NOSTRO-MASTER ASSIGN TO "NOSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOS-CURRENCY-CODE
               FILE STATUS WS-NOSTMAST-STATUS.

           SELECT NOSTRO-ITEMS ASSIGN TO "NOSTITEM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOI-KEY
               FILE STATUS WS-NOSTITEM-STATUS.

           SELECT CURRENCY-TABLE ASSIGN TO "CURRTBL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUR-CURRENCY-CODE
               FILE STATUS WS-CURRTBL-STATUS.

           SELECT NOSTRO-REPORT ASSIGN TO "NOSTRPT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  WIRE-PAYMENTS.
       COPY "WIREPAY.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  NOSTRO-MASTER.
       COPY "NOSTMAST.cpy".

       FD  NOSTRO-ITEMS.
       COPY "NOSTITEM.cpy".

       FD  CURRENCY-TABLE.
       COPY "CURRTBL.cpy".

       FD  NOSTRO-REPORT.
       01 NOSTRO-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-WIREPAY-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-NOSTMAST-STATUS  PIC XX.
       01 WS-NOSTITEM-STATUS  PIC XX.
       01 WS-CURRTBL-STATUS   PIC XX.
       01 WS-NOSTRPT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-INPUT     VALUE "Y".
       01 WS-NOSTRO-EOF-FLAG  PIC X      VALUE "N".
          88 END-OF-NOSTROS   VALUE "Y".
       01 WS-ITEM-EOF-FLAG    PIC X      VALUE "N".
          88 END-OF-ITEMS     VALUE "Y".
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-IN        PIC 9(7)   VALUE 0.
       01 WS-RUNCTL-REFUSE    PIC X.
          88 WS-RUN-REFUSED   VALUE "Y".
      * ONE OF OUR MOVEMENTS, BUILT FROM A STATEMENT LINE OR A
      * WIRE BEFORE IT GOES ON NOSTITEM.
       01 WS-OUR-CURRENCY     PIC X(3).
       01 WS-OUR-DR-CR        PIC X.
       01 WS-OUR-AMOUNT       PIC 9(11)V99.
       01 WS-OUR-REFERENCE    PIC X(16).
       01 WS-OUR-SOURCE       PIC X(4).
       01 WS-OUR-SEQ          PIC 9(6)   VALUE 0.
       01 WS-WIRE-ID-TEXT     PIC 9(8).
      * THE CORRESPONDENT'S OPEN ITEMS FOR THE NOSTRO IN HAND.
       01 I                   PIC 9(3).
       01 WS-THEIR-COUNT      PIC 9(3)   VALUE 0.
       01 WS-THEIR-TABLE.
          05 WS-THEIR-ENTRY OCCURS 500 TIMES.
             10 WST-KEY             PIC X(18).
             10 WST-VALUE-DATE      PIC 9(8).
             10 WST-DR-CR           PIC X.
             10 WST-AMOUNT          PIC 9(11)V99.
             10 WST-REFERENCE       PIC X(16).
             10 WST-MATCHED-KEY     PIC X(18).
       01 WS-MATCH-SLOT       PIC 9(3).
       01 WS-TODAY-RATE       PIC 9(5)V9(4).
       01 WS-REVAL-AMOUNT     PIC S9(13)V99.
       01 WS-EXPLAINED        PIC S9(13)V99.
       01 WS-UNEXPLAINED      PIC S9(13)V99.
       01 WS-AGE-DAYS         PIC 9(5).
       01 WS-TODAY-INTEGER    PIC 9(8).
       01 WS-OUR-ITEM-COUNT   PIC 9(7)   VALUE 0.
       01 WS-MATCHED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(7)   VALUE 0.
       01 WS-NOSTRO-COUNT     PIC 9(5)   VALUE 0.
      * AGING BUCKETS FOR THE NOSTRO IN HAND - UP TO 7 DAYS,
      * 8 TO 30, OVER 30.
       01 WS-AGE-BUCKETS.
          05 WS-AGE-WEEK      PIC 9(5).
          05 WS-AGE-MONTH     PIC 9(5).
          05 WS-AGE-OLD       PIC 9(5).
       01 WS-NOSTRO-HEADER.
          05 FILLER           PIC X(7)   VALUE "NOSTRO ".
          05 WNH-CURRENCY     PIC X(3).
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WNH-CORRESPONDENT PIC X(11).
          05 FILLER           PIC X(8)   VALUE " LEDGER ".
          05 WNH-LEDGER       PIC -(13)9.99.
          05 FILLER           PIC X(6)   VALUE " STMT ".
          05 WNH-STMT-BALANCE PIC -(13)9.99.
          05 FILLER           PIC X(4)   VALUE " AT ".
          05 WNH-STMT-DATE    PIC 9(8).
          05 FILLER           PIC X(17)  VALUE SPACES.
       01 WS-REVAL-LINE.
          05 FILLER           PIC X(12)  VALUE "  HOME EQUIV".
          05 WRV-LEDGER-HOME  PIC -(13)9.99.
          05 FILLER           PIC X(6)   VALUE " RATE ".
          05 WRV-RATE         PIC ZZZZ9.9999.
          05 FILLER           PIC X(13)  VALUE " REVALUATION ".
          05 WRV-REVAL        PIC -(13)9.99.
          05 FILLER           PIC X(23)  VALUE SPACES.
       01 WS-ITEM-LINE.
          05 FILLER           PIC X(4)   VALUE SPACES.
          05 WIL-SIDE         PIC X(6).
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WIL-VALUE-DATE   PIC 9(8).
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WIL-DR-CR        PIC X.
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WIL-AMOUNT       PIC Z(10)9.99.
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WIL-REFERENCE    PIC X(16).
          05 FILLER           PIC X(1)   VALUE SPACE.
          05 WIL-SOURCE       PIC X(4).
          05 FILLER           PIC X(5)   VALUE " AGE ".
          05 WIL-AGE-DAYS     PIC ZZZZ9.
          05 FILLER           PIC X(32)  VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 FILLER           PIC X(13)  VALUE "  EXPLAINED  ".
          05 WTL-EXPLAINED    PIC -(13)9.99.
          05 FILLER           PIC X(14)  VALUE " UNEXPLAINED  ".
          05 WTL-UNEXPLAINED  PIC -(13)9.99.
          05 FILLER           PIC X(6)   VALUE " OPEN ".
          05 WTL-AGE-WEEK     PIC ZZZZ9.
          05 FILLER           PIC X(1)   VALUE "/".
          05 WTL-AGE-MONTH    PIC ZZZZ9.
          05 FILLER           PIC X(1)   VALUE "/".
          05 WTL-AGE-OLD      PIC ZZZZ9.
          05 FILLER           PIC X(14)  VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

      * OUR SIDE IS TAKEN ONCE PER PROCESSING DATE - A SECOND RUN
      * WOULD PUT THE DAY'S MOVEMENTS INTO THE LEDGER TWICE.
           MOVE "S" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "NOSTMTCH"
               WS-TS-DATE WS-RUNCTL-IN WS-OUR-ITEM-COUNT
               WS-RUNCTL-REFUSE
           IF WS-RUN-REFUSED
               DISPLAY "NOSTMTCH ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RUN REFUSED"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES

           PERFORM TAKE-STATEMENT-POSTINGS
           PERFORM TAKE-WIRE-PAYMENTS

           MOVE LOW-VALUES TO NOS-CURRENCY-CODE
           START NOSTRO-MASTER KEY IS NOT LESS THAN NOS-CURRENCY-CODE
               INVALID KEY SET END-OF-NOSTROS TO TRUE
           END-START
           PERFORM UNTIL END-OF-NOSTROS
               READ NOSTRO-MASTER NEXT RECORD
                   AT END SET END-OF-NOSTROS TO TRUE
                   NOT AT END
                       PERFORM RECONCILE-ONE-NOSTRO
               END-READ
           END-PERFORM

           DISPLAY "NOSTRO RECONCILIATION COMPLETE - " WS-NOSTRO-COUNT
               " NOSTRO(S), " WS-OUR-ITEM-COUNT " OUR ITEM(S) TAKEN, "
               WS-MATCHED-COUNT " MATCHED, " WS-OPEN-COUNT
               " STILL OPEN"

           CLOSE STATEMENT-EXTRACT
           IF WS-WIREPAY-STATUS NOT = "35"
               CLOSE WIRE-PAYMENTS
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE NOSTRO-MASTER
           CLOSE NOSTRO-ITEMS
           IF WS-CURRTBL-STATUS NOT = "35"
               CLOSE CURRENCY-TABLE
           END-IF
           CLOSE NOSTRO-REPORT

           MOVE "E" TO WS-RUNCTL-MODE
           CALL "RUNCTL" USING WS-RUNCTL-MODE "NOSTMTCH"
               WS-TS-DATE WS-RUNCTL-IN WS-OUR-ITEM-COUNT
               WS-RUNCTL-REFUSE

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O NOSTRO-MASTER
           IF WS-NOSTMAST-STATUS = "35"
               DISPLAY "NO NOSTROS ON FILE - NOTHING TO RECONCILE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "NOSTMTCH" "NOSTMAST"
               WS-NOSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O NOSTRO-ITEMS
           IF WS-NOSTITEM-STATUS = "35"
               OPEN OUTPUT NOSTRO-ITEMS
               CLOSE NOSTRO-ITEMS
               OPEN I-O NOSTRO-ITEMS
           END-IF
           CALL "FILERR" USING "NOSTMTCH" "NOSTITEM"
               WS-NOSTITEM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT STATEMENT-EXTRACT
           CALL "FILERR" USING "NOSTMTCH" "STMTEXT"
               WS-STMTEXT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT WIRE-PAYMENTS
           IF WS-WIREPAY-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "NOSTMTCH" "WIREPAY"
                   WS-WIREPAY-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "NOSTMTCH" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT CURRENCY-TABLE
           IF WS-CURRTBL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "NOSTMTCH" "CURRTBL"
                   WS-CURRTBL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT NOSTRO-REPORT
           CALL "FILERR" USING "NOSTMTCH" "NOSTRPT"
               WS-NOSTRPT-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * FOREIGN CASH OVER THE COUNTER MOVES THROUGH THE NOSTRO -
      * THE TENDERED OR PAID-OUT CURRENCY ON A CONVERTED POSTING,
      * OR THE ACCOUNT'S OWN CURRENCY WHEN NOTHING WAS CONVERTED.
       TAKE-STATEMENT-POSTINGS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ STATEMENT-EXTRACT
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       IF STX-TRANS-CODE = "CDEP"
                          OR STX-TRANS-CODE = "CWDR"
                           PERFORM TAKE-ONE-CASH-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-CASH-POSTING.
           IF STX-EXCHANGE-RATE > 0
               MOVE STX-CURRENCY-CODE TO WS-OUR-CURRENCY
               MOVE STX-ORIG-AMOUNT   TO WS-OUR-AMOUNT
           ELSE
               MOVE STX-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
               PERFORM FIND-ACCOUNT-CURRENCY
               MOVE STX-TRANS-AMOUNT  TO WS-OUR-AMOUNT
           END-IF
           IF STX-DEPOSIT
               MOVE "C" TO WS-OUR-DR-CR
           ELSE
               MOVE "D" TO WS-OUR-DR-CR
           END-IF
           IF STX-REFERENCE = SPACES
               MOVE STX-ACCOUNT-NUMBER TO WS-OUR-REFERENCE
           ELSE
               MOVE STX-REFERENCE TO WS-OUR-REFERENCE
           END-IF
           MOVE STX-TRANS-CODE TO WS-OUR-SOURCE
           IF WS-OUR-CURRENCY NOT = SPACES
               PERFORM WRITE-OUR-ITEM
           END-IF.

      * AN OUTWARD WIRE FROM A FOREIGN-CURRENCY ACCOUNT IS PAID
      * OUT OF THAT CURRENCY'S NOSTRO THE DAY IT IS SENT, AND
      * COMES BACK INTO IT THE DAY IT IS RETURNED.
       TAKE-WIRE-PAYMENTS.
           IF WS-WIREPAY-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ WIRE-PAYMENTS NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-WIRE
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-ONE-WIRE.
           IF WIR-SENT-DATE = WS-TS-DATE
              OR (WIR-RETURNED AND WIR-RETURN-DATE = WS-TS-DATE)
               MOVE WIR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
               PERFORM FIND-ACCOUNT-CURRENCY
               MOVE WIR-AMOUNT         TO WS-OUR-AMOUNT
               MOVE WIR-PAYMENT-ID     TO WS-WIRE-ID-TEXT
               MOVE WS-WIRE-ID-TEXT    TO WS-OUR-REFERENCE
               IF WS-OUR-CURRENCY NOT = SPACES
                   IF WIR-SENT-DATE = WS-TS-DATE
                       MOVE "D"    TO WS-OUR-DR-CR
                       MOVE "WIRO" TO WS-OUR-SOURCE
                       PERFORM WRITE-OUR-ITEM
                   END-IF
                   IF WIR-RETURNED AND WIR-RETURN-DATE = WS-TS-DATE
                       MOVE "C"    TO WS-OUR-DR-CR
                       MOVE "WIRR" TO WS-OUR-SOURCE
                       PERFORM WRITE-OUR-ITEM
                   END-IF
               END-IF
           END-IF.

      * ACM-ACCOUNT-NUMBER IS SET BY THE CALLER. AN ACCOUNT SINCE
      * PURGED IS TAKEN AS HOME CURRENCY - NOTHING THROUGH A
      * NOSTRO.
       FIND-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-OUR-CURRENCY
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-CURRENCY-CODE TO WS-OUR-CURRENCY
           END-READ.

      * A CURRENCY WITH NO NOSTRO ON FILE HAS NO LEDGER TO TAKE
      * THE MOVEMENT - IT IS SHOWN SO THE NOSTRO CAN BE SET UP.
       WRITE-OUR-ITEM.
           MOVE WS-OUR-CURRENCY TO NOS-CURRENCY-CODE
           READ NOSTRO-MASTER
               INVALID KEY
                   DISPLAY "NO NOSTRO FOR " WS-OUR-CURRENCY " - "
                       WS-OUR-SOURCE " " WS-OUR-AMOUNT " "
                       WS-OUR-REFERENCE " NOT RECORDED"
               NOT INVALID KEY
                   PERFORM ADD-OUR-ITEM
           END-READ.

       ADD-OUR-ITEM.
           ADD 1 TO WS-OUR-SEQ
           MOVE WS-OUR-CURRENCY  TO NOI-CURRENCY-CODE
           SET NOI-OUR-ITEM      TO TRUE
           MOVE WS-TS-DATE       TO NOI-ENTRY-DATE
           MOVE WS-OUR-SEQ       TO NOI-SEQ
           MOVE WS-TS-DATE       TO NOI-VALUE-DATE
           MOVE WS-OUR-DR-CR     TO NOI-DR-CR
           MOVE WS-OUR-AMOUNT    TO NOI-AMOUNT
           MOVE WS-OUR-REFERENCE TO NOI-REFERENCE
           MOVE WS-OUR-SOURCE    TO NOI-SOURCE
           SET NOI-ITEM-OPEN     TO TRUE
           MOVE 0                TO NOI-MATCHED-DATE
           MOVE SPACES           TO NOI-MATCHED-KEY
           WRITE NOSTRO-ITEM-RECORD
           CALL "FILERR" USING "NOSTMTCH" "NOSTITEM"
               WS-NOSTITEM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           IF NOI-CREDIT
               ADD NOI-AMOUNT TO NOS-LEDGER-BALANCE
           ELSE
               SUBTRACT NOI-AMOUNT FROM NOS-LEDGER-BALANCE
           END-IF
           REWRITE NOSTRO-MASTER-RECORD
           CALL "FILERR" USING "NOSTMTCH" "NOSTMAST"
               WS-NOSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           ADD 1 TO WS-OUR-ITEM-COUNT.

       RECONCILE-ONE-NOSTRO.
           ADD 1 TO WS-NOSTRO-COUNT
           PERFORM LOAD-THEIR-OPEN-ITEMS
           PERFORM MATCH-OUR-OPEN-ITEMS
           PERFORM MARK-THEIR-MATCHED-ITEMS
           PERFORM REVALUE-THE-LEDGER

           MOVE WS-TS-DATE TO NOS-LEDGER-DATE
           REWRITE NOSTRO-MASTER-RECORD
           CALL "FILERR" USING "NOSTMTCH" "NOSTMAST"
               WS-NOSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM REPORT-ONE-NOSTRO.

       LOAD-THEIR-OPEN-ITEMS.
           MOVE 0 TO WS-THEIR-COUNT
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE NOS-CURRENCY-CODE TO NOI-CURRENCY-CODE
           SET NOI-THEIR-ITEM     TO TRUE
           MOVE 0                 TO NOI-ENTRY-DATE
           MOVE 0                 TO NOI-SEQ
           START NOSTRO-ITEMS KEY IS NOT LESS THAN NOI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ NOSTRO-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF NOI-CURRENCY-CODE NOT = NOS-CURRENCY-CODE
                          OR NOT NOI-THEIR-ITEM
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           IF NOI-ITEM-OPEN
                               PERFORM HOLD-ONE-THEIR-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * WHATEVER DOES NOT FIT THE TABLE WAITS FOR THE NEXT RUN -
      * IT STAYS OPEN AND STILL SHOWS ON THE REPORT.
       HOLD-ONE-THEIR-ITEM.
           IF WS-THEIR-COUNT < 500
               ADD 1 TO WS-THEIR-COUNT
               MOVE NOI-KEY        TO WST-KEY(WS-THEIR-COUNT)
               MOVE NOI-VALUE-DATE TO WST-VALUE-DATE(WS-THEIR-COUNT)
               MOVE NOI-DR-CR      TO WST-DR-CR(WS-THEIR-COUNT)
               MOVE NOI-AMOUNT     TO WST-AMOUNT(WS-THEIR-COUNT)
               MOVE NOI-REFERENCE  TO WST-REFERENCE(WS-THEIR-COUNT)
               MOVE SPACES         TO WST-MATCHED-KEY(WS-THEIR-COUNT)
           ELSE
               DISPLAY "NOSTRO " NOS-CURRENCY-CODE " HAS OVER 500"
                   " OPEN STATEMENT ITEMS - REST MATCHED NEXT RUN"
           END-IF.

       MATCH-OUR-OPEN-ITEMS.
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE NOS-CURRENCY-CODE TO NOI-CURRENCY-CODE
           SET NOI-OUR-ITEM       TO TRUE
           MOVE 0                 TO NOI-ENTRY-DATE
           MOVE 0                 TO NOI-SEQ
           START NOSTRO-ITEMS KEY IS NOT LESS THAN NOI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ NOSTRO-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF NOI-CURRENCY-CODE NOT = NOS-CURRENCY-CODE
                          OR NOT NOI-OUR-ITEM
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           IF NOI-ITEM-OPEN
                               PERFORM MATCH-ONE-OUR-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * AMOUNT, DIRECTION, VALUE DATE AND REFERENCE MUST ALL
      * AGREE; THE FIRST UNCLAIMED STATEMENT ITEM THAT DOES IS
      * TAKEN, SO TWO IDENTICAL MOVEMENTS PAIR OFF ONE FOR ONE.
       MATCH-ONE-OUR-ITEM.
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-THEIR-COUNT OR WS-MATCH-SLOT > 0
               IF WST-MATCHED-KEY(I) = SPACES
                  AND WST-DR-CR(I)      = NOI-DR-CR
                  AND WST-AMOUNT(I)     = NOI-AMOUNT
                  AND WST-VALUE-DATE(I) = NOI-VALUE-DATE
                  AND WST-REFERENCE(I)  = NOI-REFERENCE
                   MOVE I TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
           IF WS-MATCH-SLOT > 0
               MOVE NOI-KEY TO WST-MATCHED-KEY(WS-MATCH-SLOT)
               SET NOI-ITEM-MATCHED TO TRUE
               MOVE WS-TS-DATE TO NOI-MATCHED-DATE
               MOVE WST-KEY(WS-MATCH-SLOT) TO NOI-MATCHED-KEY
               REWRITE NOSTRO-ITEM-RECORD
               CALL "FILERR" USING "NOSTMTCH" "NOSTITEM"
                   WS-NOSTITEM-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       MARK-THEIR-MATCHED-ITEMS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-THEIR-COUNT
               IF WST-MATCHED-KEY(I) NOT = SPACES
                   MOVE WST-KEY(I) TO NOI-KEY
                   READ NOSTRO-ITEMS
                       INVALID KEY
                           DISPLAY "NOSTRO ITEM " WST-KEY(I)
                               " VANISHED DURING MATCHING"
                           STOP RUN
                   END-READ
                   SET NOI-ITEM-MATCHED TO TRUE
                   MOVE WS-TS-DATE TO NOI-MATCHED-DATE
                   MOVE WST-MATCHED-KEY(I) TO NOI-MATCHED-KEY
                   REWRITE NOSTRO-ITEM-RECORD
                   CALL "FILERR" USING "NOSTMTCH" "NOSTITEM"
                       WS-NOSTITEM-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

      * THE LEDGER'S HOME EQUIVALENT MOVES WITH THE RATE EVEN ON
      * A DAY NOTHING PASSES THROUGH THE NOSTRO; THE MOVEMENT IS
      * SHOWN SO IT CAN BE TIED TO THE REVALUATION RATELOAD AND
      * CHGAPPR POST. A CURRENCY OFF CURRTBL KEEPS ITS LAST MARK.
       REVALUE-THE-LEDGER.
           MOVE 0 TO WS-REVAL-AMOUNT
           MOVE NOS-LAST-RATE TO WS-TODAY-RATE
           IF WS-CURRTBL-STATUS NOT = "35"
               MOVE NOS-CURRENCY-CODE TO CUR-CURRENCY-CODE
               READ CURRENCY-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUR-EXCHANGE-RATE TO WS-TODAY-RATE
               END-READ
           END-IF
           IF NOS-LAST-RATE > 0
               COMPUTE WS-REVAL-AMOUNT ROUNDED = NOS-LEDGER-BALANCE
                   * (WS-TODAY-RATE - NOS-LAST-RATE)
           END-IF
           COMPUTE NOS-LEDGER-HOME ROUNDED =
               NOS-LEDGER-BALANCE * WS-TODAY-RATE
           MOVE WS-TODAY-RATE TO NOS-LAST-RATE.

      * THEIR BALANCE = OUR LEDGER + WHAT THEY HAVE THAT WE DO
      * NOT - WHAT WE HAVE THAT THEY DO NOT. ANYTHING LEFT OVER
      * IS A BREAK NO OPEN ITEM ACCOUNTS FOR.
       REPORT-ONE-NOSTRO.
           MOVE NOS-CURRENCY-CODE  TO WNH-CURRENCY
           MOVE NOS-CORRESPONDENT  TO WNH-CORRESPONDENT
           MOVE NOS-LEDGER-BALANCE TO WNH-LEDGER
           MOVE NOS-STMT-BALANCE   TO WNH-STMT-BALANCE
           MOVE NOS-STMT-DATE      TO WNH-STMT-DATE
           WRITE NOSTRO-REPORT-LINE FROM WS-NOSTRO-HEADER

           MOVE NOS-LEDGER-HOME    TO WRV-LEDGER-HOME
           MOVE NOS-LAST-RATE      TO WRV-RATE
           MOVE WS-REVAL-AMOUNT    TO WRV-REVAL
           WRITE NOSTRO-REPORT-LINE FROM WS-REVAL-LINE

           MOVE 0 TO WS-EXPLAINED
           MOVE 0 TO WS-AGE-WEEK
           MOVE 0 TO WS-AGE-MONTH
           MOVE 0 TO WS-AGE-OLD
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE NOS-CURRENCY-CODE TO NOI-CURRENCY-CODE
           MOVE LOW-VALUES        TO NOI-SIDE
           MOVE 0                 TO NOI-ENTRY-DATE
           MOVE 0                 TO NOI-SEQ
           START NOSTRO-ITEMS KEY IS NOT LESS THAN NOI-KEY
               INVALID KEY SET END-OF-ITEMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEMS
               READ NOSTRO-ITEMS NEXT RECORD
                   AT END SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF NOI-CURRENCY-CODE NOT = NOS-CURRENCY-CODE
                           SET END-OF-ITEMS TO TRUE
                       ELSE
                           IF NOI-ITEM-OPEN
                               PERFORM REPORT-ONE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-UNEXPLAINED = NOS-STMT-BALANCE
               - NOS-LEDGER-BALANCE - WS-EXPLAINED
           MOVE WS-EXPLAINED   TO WTL-EXPLAINED
           MOVE WS-UNEXPLAINED TO WTL-UNEXPLAINED
           MOVE WS-AGE-WEEK    TO WTL-AGE-WEEK
           MOVE WS-AGE-MONTH   TO WTL-AGE-MONTH
           MOVE WS-AGE-OLD     TO WTL-AGE-OLD
           WRITE NOSTRO-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UNEXPLAINED NOT = 0
               DISPLAY "*** NOSTRO " NOS-CURRENCY-CODE
                   " UNEXPLAINED DIFFERENCE " WS-UNEXPLAINED " ***"
           END-IF.

       REPORT-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(NOI-VALUE-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-WEEK
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-MONTH
               WHEN OTHER
                   ADD 1 TO WS-AGE-OLD
           END-EVALUATE

           IF NOI-THEIR-ITEM
               MOVE "THEIRS" TO WIL-SIDE
               IF NOI-CREDIT
                   ADD NOI-AMOUNT TO WS-EXPLAINED
               ELSE
                   SUBTRACT NOI-AMOUNT FROM WS-EXPLAINED
               END-IF
           ELSE
               MOVE "OURS"   TO WIL-SIDE
               IF NOI-CREDIT
                   SUBTRACT NOI-AMOUNT FROM WS-EXPLAINED
               ELSE
                   ADD NOI-AMOUNT TO WS-EXPLAINED
               END-IF
           END-IF

           MOVE NOI-VALUE-DATE TO WIL-VALUE-DATE
           MOVE NOI-DR-CR      TO WIL-DR-CR
           MOVE NOI-AMOUNT     TO WIL-AMOUNT
           MOVE NOI-REFERENCE  TO WIL-REFERENCE
           MOVE NOI-SOURCE     TO WIL-SOURCE
           MOVE WS-AGE-DAYS    TO WIL-AGE-DAYS
           WRITE NOSTRO-REPORT-LINE FROM WS-ITEM-LINE.
