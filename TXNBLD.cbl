       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNBLD.

      *****************************************************
      * Seeds the TXNCODE transaction-code table with the    *
      * codes the posting programs stamp on the statement     *
      * extract, their passbook narratives and their           *
      * statement descriptions. Run once to load the table,     *
      * and again whenever a posting program ships a new code.   *
      * Codes already on file are left alone - wording changed    *
      * through TXNMNT always wins over the shipped defaults.      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-CODES ASSIGN TO "TXNCODE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TCD-TRANS-CODE
               FILE STATUS WS-TXNCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-CODES.
       COPY "TXNCODE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXNCODE-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-IDX              PIC 9(3).
       01 WS-CODES-ADDED      PIC 9(5)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

      * CODE, NARRATIVE, DEBIT/CREDIT, STATEMENT DESCRIPTION.
       01 WS-SEED-CODE-VALUES.
          05 FILLER PIC X(41) VALUE
              "BILPBILL PAYMENTDBILL PAYMENT            ".
          05 FILLER PIC X(41) VALUE
              "BILSBILL SETTLE CBILL PAYMENTS SETTLEMENT".
          05 FILLER PIC X(41) VALUE
              "CDEPCASH DEPOSITCCASH DEPOSIT            ".
          05 FILLER PIC X(41) VALUE
              "CHQDCHQ DEPOSIT CCHEQUE DEPOSITED        ".
          05 FILLER PIC X(41) VALUE
              "CHQPCHQ PAID    DCHEQUE PAID             ".
          05 FILLER PIC X(41) VALUE
              "CHQRCHQ RETURN  DCHEQUE RETURNED UNPAID  ".
          05 FILLER PIC X(41) VALUE
              "CLSDACCT CLOSE  DACCOUNT CLOSURE PAYOUT  ".
          05 FILLER PIC X(41) VALUE
              "CWDRCASH WDL    DCASH WITHDRAWAL         ".
          05 FILLER PIC X(41) VALUE
              "DDEBDIRECT DEBITDDIRECT DEBIT            ".
          05 FILLER PIC X(41) VALUE
              "DFTIDRAFT ISSUEDDDRAFT PURCHASED         ".
          05 FILLER PIC X(41) VALUE
              "DFTRDRAFT REFUNDCDRAFT CANCELLED REFUND  ".
          05 FILLER PIC X(41) VALUE
              "DSPCDISPUTE CR  CDISPUTE PROVISIONAL CR  ".
          05 FILLER PIC X(41) VALUE
              "DSPDDISPUTE DR  DDISPUTE CREDIT REVERSED ".
          05 FILLER PIC X(41) VALUE
              "EMI LOAN EMI    DLOAN INSTALMENT         ".
          05 FILLER PIC X(41) VALUE
              "ESTCESTATE REL  CESTATE PROCEEDS RECEIVED".
          05 FILLER PIC X(41) VALUE
              "ESTDESTATE REL  DESTATE RELEASE          ".
          05 FILLER PIC X(41) VALUE
              "FEE SVC CHARGE  DSERVICE CHARGE          ".
          05 FILLER PIC X(41) VALUE
              "FEERFEE REFUND  CCHARGE REFUNDED         ".
          05 FILLER PIC X(41) VALUE
              "INTCINTEREST    CINTEREST CREDITED       ".
          05 FILLER PIC X(41) VALUE
              "LKRRLOCKER RENT DSAFE DEPOSIT LOCKER RENT".
          05 FILLER PIC X(41) VALUE
              "LNDSLOAN DISB   CLOAN DISBURSEMENT       ".
          05 FILLER PIC X(41) VALUE
              "ODINOD INTEREST DOVERDRAFT INTEREST      ".
          05 FILLER PIC X(41) VALUE
              "RDCLRD CLOSURE  DRECURRING DEPOSIT CLOSED".
          05 FILLER PIC X(41) VALUE
              "RDCRRD PROCEEDS CRECURRING DEP PROCEEDS  ".
          05 FILLER PIC X(41) VALUE
              "RDICRD INSTALMNTCRECURRING DEP INSTALMENT".
          05 FILLER PIC X(41) VALUE
              "RDIDRD INSTALMNTDRECURRING DEP PAYMENT   ".
          05 FILLER PIC X(41) VALUE
              "RDINRD INTEREST CDEPOSIT INTEREST        ".
          05 FILLER PIC X(41) VALUE
              "REVCREVERSAL    CREVERSAL CREDIT         ".
          05 FILLER PIC X(41) VALUE
              "REVDREVERSAL    DREVERSAL DEBIT          ".
          05 FILLER PIC X(41) VALUE
              "SALCSALARY      CSALARY CREDIT           ".
          05 FILLER PIC X(41) VALUE
              "SALDSALARY BULK DSALARY BATCH DEBIT      ".
          05 FILLER PIC X(41) VALUE
              "SOCRSTNDG ORDER CSTANDING ORDER RECEIVED ".
          05 FILLER PIC X(41) VALUE
              "SODRSTNDG ORDER DSTANDING ORDER PAYMENT  ".
          05 FILLER PIC X(41) VALUE
              "SUSCSUSP CLEAR  CSUSPENSE ITEM APPLIED   ".
          05 FILLER PIC X(41) VALUE
              "SUSDSUSP CLEAR  DSUSPENSE ITEM CLEARED   ".
          05 FILLER PIC X(41) VALUE
              "SWPCSWEEP IN    CAUTO SWEEP IN           ".
          05 FILLER PIC X(41) VALUE
              "SWPDSWEEP OUT   DAUTO SWEEP OUT          ".
          05 FILLER PIC X(41) VALUE
              "TDCLTD CLOSURE  DTERM DEPOSIT CLOSED     ".
          05 FILLER PIC X(41) VALUE
              "TDCRTD PROCEEDS CTERM DEPOSIT PROCEEDS   ".
          05 FILLER PIC X(41) VALUE
              "TDINTD INTEREST CDEPOSIT INTEREST        ".
          05 FILLER PIC X(41) VALUE
              "TRFCTRANSFER IN CTRANSFER FROM ACCOUNT   ".
          05 FILLER PIC X(41) VALUE
              "TRFDTRANSFER OUTDTRANSFER TO ACCOUNT     ".
          05 FILLER PIC X(41) VALUE
              "WIROWIRE OUT    DOUTWARD BANK PAYMENT    ".
          05 FILLER PIC X(41) VALUE
              "WIRRWIRE RETURN CBANK PAYMENT RETURNED   ".

       01 WS-SEED-CODES REDEFINES WS-SEED-CODE-VALUES.
          05 WS-SEED-CODE OCCURS 44 TIMES.
             10 WS-SEED-TRANS-CODE   PIC X(4).
             10 WS-SEED-NARRATIVE    PIC X(12).
             10 WS-SEED-DR-CR        PIC X.
             10 WS-SEED-STMT-DESC    PIC X(24).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           OPEN I-O TRANSACTION-CODES
           IF WS-TXNCODE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-CODES
               CLOSE TRANSACTION-CODES
               OPEN I-O TRANSACTION-CODES
           END-IF
           CALL "FILERR" USING "TXNBLD  " "TXNCODE" WS-TXNCODE-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 44
               PERFORM SEED-ONE-CODE
           END-PERFORM

           DISPLAY "TRANSACTION CODE BUILD COMPLETE - " WS-CODES-ADDED
               " CODE(S) ADDED"

           CLOSE TRANSACTION-CODES

           STOP RUN.

       SEED-ONE-CODE.
           MOVE WS-SEED-TRANS-CODE (WS-IDX) TO TCD-TRANS-CODE
           READ TRANSACTION-CODES
               INVALID KEY
                   MOVE WS-SEED-NARRATIVE (WS-IDX) TO TCD-NARRATIVE
                   MOVE WS-SEED-DR-CR (WS-IDX)     TO TCD-DR-CR
                   MOVE WS-SEED-STMT-DESC (WS-IDX) TO TCD-STATEMENT-DESC
                   MOVE "TXNBLD  "                 TO TCD-SET-BY
                   MOVE WS-TS-DATE                 TO TCD-SET-DATE
                   WRITE TRANSACTION-CODE-RECORD
                   CALL "FILERR" USING "TXNBLD  " "TXNCODE"
                       WS-TXNCODE-STATUS WS-ABEND-FLAG
                   IF WS-ABEND
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CODES-ADDED
               NOT INVALID KEY
                   CONTINUE
           END-READ.
