       PROGRAM-ID. TDMAINT.

      *****************************************************
      * Registers the term-deposit contract for an account   *
      * opened with type "TD" - maturity date, contracted     *
      * rate and term, linked demand account for payout, and   *
      * the maturity disposal - so the product is on record     *
      * instead of quoted by hand - and prints the deposit       *
      * advice with the contract terms and the nominees on file.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT NOMINEE-REGISTER ASSIGN TO "NOMINEE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NOM-KEY
               FILE STATUS WS-NOMINEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  NOMINEE-REGISTER.
       COPY "NOMINEE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TERMDEP-STATUS   PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-NOMINEE-STATUS   PIC XX.
       01 WS-NOMINEE-EOF-FLAG PIC X      VALUE "N".
          88 END-OF-NOMINEES  VALUE "Y".
       01 WS-NOMINEE-COUNT    PIC 9(2)   VALUE 0.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 ACCOUNT-NUMBER      PIC 9(10).
                   NOT INVALID KEY
                       DISPLAY "Contract already on file - maturity "
                           TDP-MATURITY-DATE
                       PERFORM PRINT-DEPOSIT-ADVICE
               END-READ
           END-IF.

           END-IF

           DISPLAY "TERM DEPOSIT REGISTERED - MATURES "
               TDP-MATURITY-DATE
           PERFORM PRINT-DEPOSIT-ADVICE.

      * THE ADVICE HANDED TO THE DEPOSITOR - THE CONTRACT TERMS
      * AND THE NOMINEES ON FILE, SO A MISSING OR WRONG NOMINEE
      * IS CAUGHT AT THE COUNTER. A RE-RUN ON AN EXISTING
      * CONTRACT REPRINTS IT.
       PRINT-DEPOSIT-ADVICE.
           DISPLAY "=========== TERM DEPOSIT ADVICE ==========="
           DISPLAY "ACCOUNT       " TDP-ACCOUNT-NUMBER
           DISPLAY "PRINCIPAL     " ACM-BALANCE
           DISPLAY "RATE          " TDP-CONTRACT-RATE
               "   TERM " TDP-TERM-MONTHS " MONTH(S)"
           DISPLAY "MATURES       " TDP-MATURITY-DATE
           DISPLAY "PAYOUT TO     " TDP-LINKED-ACCOUNT
           IF TDP-ROLL-OVER
               DISPLAY "AT MATURITY   ROLL OVER"
           ELSE
               DISPLAY "AT MATURITY   TRANSFER TO PAYOUT ACCOUNT"
           END-IF
           IF TDP-PAYOUT-MONTHLY
               DISPLAY "INTEREST      MONTHLY FROM "
                   TDP-NEXT-PAYOUT-DATE
           ELSE
               DISPLAY "INTEREST      AT MATURITY"
           END-IF
           PERFORM PRINT-ADVICE-NOMINEES
           DISPLAY "===========================================".

       PRINT-ADVICE-NOMINEES.
           MOVE 0 TO WS-NOMINEE-COUNT
           OPEN INPUT NOMINEE-REGISTER
           IF WS-NOMINEE-STATUS NOT = "35"
               CALL "FILERR" USING "TDMAINT " "NOMINEE"
                   WS-NOMINEE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-NOMINEE-EOF-FLAG
               MOVE TDP-ACCOUNT-NUMBER TO NOM-ACCOUNT-NUMBER
               MOVE 0 TO NOM-SEQ
               START NOMINEE-REGISTER KEY IS NOT LESS THAN NOM-KEY
                   INVALID KEY SET END-OF-NOMINEES TO TRUE
               END-START
               PERFORM UNTIL END-OF-NOMINEES
                   READ NOMINEE-REGISTER NEXT RECORD
                       AT END SET END-OF-NOMINEES TO TRUE
                       NOT AT END
                           IF NOM-ACCOUNT-NUMBER
                              NOT = TDP-ACCOUNT-NUMBER
                               SET END-OF-NOMINEES TO TRUE
                           ELSE
                               IF NOM-ACTIVE
                                   PERFORM PRINT-ONE-NOMINEE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMINEE-REGISTER
           END-IF
           IF WS-NOMINEE-COUNT = 0
               DISPLAY "NOMINEE       NO NOMINEE REGISTERED"
           END-IF.

       PRINT-ONE-NOMINEE.
           ADD 1 TO WS-NOMINEE-COUNT
           DISPLAY "NOMINEE       " NOM-NAME " " NOM-RELATIONSHIP
               " " NOM-SHARE-PCT "%"
           IF NOM-IS-MINOR
               DISPLAY "              MINOR - GUARDIAN "
                   NOM-GUARDIAN-NAME
           END-IF.

      * MATURITY = TODAY PLUS THE TERM, MONTH BY MONTH, WITH A
      * 29TH-31ST START DAY PULLED BACK TO THE 28TH SO THE DATE
