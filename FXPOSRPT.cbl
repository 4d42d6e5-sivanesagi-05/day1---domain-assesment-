
      *****************************************************
      * Daily foreign-currency position run. Nets the day's  *
      * converted statement postings - the cash tendered or   *
      * paid out and the account's own currency on the other   *
      * side, including each leg of a cross-currency transfer - *
      * into the running FXPOS position per currency, and writes *
      * the daily position report, so the FX exposure is visible  *
      * before the vault runs out of a currency. Runs before       *
      * NIGHTBAT rotates the statement extract.                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STMTEXT-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT FX-POSITIONS ASSIGN TO "FXPOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       FD  STATEMENT-EXTRACT.
       COPY "STMTEXT.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  FX-POSITIONS.
       COPY "FXPOS.cpy".


       WORKING-STORAGE SECTION.
       01 WS-STMTEXT-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-FXPOS-STATUS     PIC XX.
       01 WS-CURRTBL-STATUS   PIC XX.
       01 WS-FXPOSRPT-STATUS  PIC XX.
             10 WSC-CURRENCY        PIC X(3).
             10 WSC-BOUGHT          PIC 9(11)V99.
             10 WSC-SOLD            PIC 9(11)V99.
       01 WS-ACCOUNT-CURRENCY PIC X(3).
       01 WS-NET-CURRENCY     PIC X(3).
       01 WS-NET-AMOUNT       PIC 9(9)V99.
       01 WS-NET-SIDE         PIC X.
          88 WS-NET-BOUGHT    VALUE "B".
          88 WS-NET-SOLD      VALUE "S".
       01 WS-ON-FILE-FLAG     PIC X.
          88 WS-POSITION-ON-FILE VALUE "Y".
       01 WS-TIMESTAMP.

           PERFORM READ-NEXT-POSTING
           PERFORM UNTIL END-OF-EXTRACT
               IF STX-EXCHANGE-RATE > 0
                   PERFORM NET-ONE-POSTING
               END-IF
               PERFORM READ-NEXT-POSTING
               WS-CCY-COUNT " CURRENCY(IES) MOVED TODAY"

           CLOSE STATEMENT-EXTRACT
           CLOSE ACCOUNT-MASTER
           CLOSE FX-POSITIONS
           IF WS-CURRTBL-STATUS NOT = "35"
               CLOSE CURRENCY-TABLE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "FXPOSRPT" "ACCTMAST"
               WS-ACCTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O FX-POSITIONS
           IF WS-FXPOS-STATUS = "35"
               OPEN OUTPUT FX-POSITIONS
               AT END SET END-OF-EXTRACT TO TRUE
           END-READ.

      * A CONVERTED POSTING MOVES TWO CURRENCIES: THE TENDERED
      * OR PAID-OUT CASH (THE ORIGINAL AMOUNT) AND THE ACCOUNT'S
      * OWN CURRENCY (THE POSTED AMOUNT). A DEPOSIT BOUGHT THE
      * CASH IN AND SOLD THE ACCOUNT CURRENCY TO THE CUSTOMER; A
      * WITHDRAWAL THE REVERSE. HOME CURRENCY ON EITHER SIDE IS
      * NOT A POSITION. EACH TRANSFER LEG CARRIES ONLY ITS OWN
      * ACCOUNT'S SIDE.
       NET-ONE-POSTING.
           PERFORM FIND-ACCOUNT-CURRENCY

           MOVE STX-CURRENCY-CODE TO WS-NET-CURRENCY
           MOVE STX-ORIG-AMOUNT   TO WS-NET-AMOUNT
           IF STX-DEPOSIT
               SET WS-NET-BOUGHT TO TRUE
           ELSE
               SET WS-NET-SOLD TO TRUE
           END-IF
           IF WS-NET-CURRENCY NOT = SPACES
               PERFORM NET-ONE-CURRENCY
           END-IF

           MOVE WS-ACCOUNT-CURRENCY TO WS-NET-CURRENCY
           MOVE STX-TRANS-AMOUNT    TO WS-NET-AMOUNT
           IF STX-DEPOSIT
               SET WS-NET-SOLD TO TRUE
           ELSE
               SET WS-NET-BOUGHT TO TRUE
           END-IF
           IF WS-NET-CURRENCY NOT = SPACES
               PERFORM NET-ONE-CURRENCY
           END-IF.

      * AN ACCOUNT SINCE PURGED IS TAKEN AS HOME CURRENCY - ONLY
      * THE CASH SIDE OF ITS POSTING IS NETTED.
       FIND-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-ACCOUNT-CURRENCY
           MOVE STX-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           END-READ.

       NET-ONE-CURRENCY.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CCY-COUNT
               IF WSC-CURRENCY(I) = WS-NET-CURRENCY
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-CCY-COUNT < 20
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-NET-CURRENCY
                       TO WSC-CURRENCY(WS-CCY-COUNT)
                   MOVE 0 TO WSC-BOUGHT(WS-CCY-COUNT)
                   MOVE 0 TO WSC-SOLD(WS-CCY-COUNT)
                   MOVE WS-CCY-COUNT TO WS-SLOT
               ELSE
                   DISPLAY "CURRENCY TABLE FULL - "
                       WS-NET-CURRENCY " NOT NETTED"
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF WS-NET-BOUGHT
                   ADD WS-NET-AMOUNT TO WSC-BOUGHT(WS-SLOT)
               ELSE
                   ADD WS-NET-AMOUNT TO WSC-SOLD(WS-SLOT)
               END-IF
           END-IF.

