       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTLOAD.

      *****************************************************
      * Nightly load of the correspondents' daily nostro     *
      * statements. Each statement on the file - header, one  *
      * detail per entry, trailer - is for one currency's      *
      * nostro; every entry goes on NOSTITEM as an open item    *
      * on their side for NOSTMTCH to match, and the closing     *
      * balance is set on NOSTMAST. A nostro not yet on file is   *
      * set up from its first statement. A line that cannot be     *
      * read, or was loaded before, goes to the exception report.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTRO-STATEMENTS-IN ASSIGN TO "NOSTIN.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOSTIN-STATUS.

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

           SELECT LOAD-EXCEPTIONS ASSIGN TO "NOSTLEXC.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOSTLEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE CORRESPONDENT STATEMENT LAYOUT: PER NOSTRO A HEADER,
      * ONE DETAIL PER ENTRY AND A TRAILER WITH THE CLOSING
      * BALANCE AND DETAIL COUNT. NUMBERS ARRIVE AS CHARACTERS,
      * SO AN UNREADABLE LINE IS AN EXCEPTION, NOT A PARSE
      * FAILURE.
       FD  NOSTRO-STATEMENTS-IN.
       01 NOSTRO-STATEMENT-IN-RECORD.
          05 NSI-RECORD-TYPE        PIC X(3).
             88 NSI-HEADER          VALUE "HDR".
             88 NSI-DETAIL          VALUE "DTL".
             88 NSI-TRAILER         VALUE "TRL".
          05 NSI-HEADER-BODY.
             10 NSH-CURRENCY-CODE   PIC X(3).
             10 NSH-CORRESPONDENT   PIC X(11).
             10 NSH-CORR-ACCOUNT    PIC X(20).
             10 NSH-STMT-DATE       PIC X(8).
             10 NSH-STMT-DATE-N REDEFINES NSH-STMT-DATE
                                    PIC 9(8).
             10 NSH-OPEN-BALANCE    PIC X(16).
             10 NSH-OPEN-BALANCE-N REDEFINES NSH-OPEN-BALANCE
                                    PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
             10 FILLER              PIC X(19).
          05 NSI-DETAIL-BODY REDEFINES NSI-HEADER-BODY.
             10 NSD-VALUE-DATE      PIC X(8).
             10 NSD-VALUE-DATE-N REDEFINES NSD-VALUE-DATE
                                    PIC 9(8).
             10 NSD-DR-CR           PIC X.
                88 NSD-DR-CR-VALID  VALUES "D" "C".
             10 NSD-AMOUNT          PIC X(13).
             10 NSD-AMOUNT-N REDEFINES NSD-AMOUNT
                                    PIC 9(11)V99.
             10 NSD-REFERENCE       PIC X(16).
             10 NSD-ENTRY-TYPE      PIC X(4).
             10 FILLER              PIC X(35).
          05 NSI-TRAILER-BODY REDEFINES NSI-HEADER-BODY.
             10 NST-CLOSE-BALANCE   PIC X(16).
             10 NST-CLOSE-BALANCE-N REDEFINES NST-CLOSE-BALANCE
                                    PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
             10 NST-RECORD-COUNT    PIC X(7).
             10 NST-RECORD-COUNT-N REDEFINES NST-RECORD-COUNT
                                    PIC 9(7).
             10 FILLER              PIC X(54).

       FD  NOSTRO-MASTER.
       COPY "NOSTMAST.cpy".

       FD  NOSTRO-ITEMS.
       COPY "NOSTITEM.cpy".

       FD  LOAD-EXCEPTIONS.
       01 LOAD-EXCEPTION-LINE.
          05 NLX-CURRENCY-CODE      PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NLX-RECORD-TYPE        PIC X(3).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NLX-LINE-TEXT          PIC X(40).
          05 FILLER                 PIC X(2)   VALUE SPACES.
          05 NLX-PROBLEM            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-NOSTIN-STATUS    PIC XX.
       01 WS-NOSTMAST-STATUS  PIC XX.
       01 WS-NOSTITEM-STATUS  PIC XX.
       01 WS-NOSTLEXC-STATUS  PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-STATEMENTS VALUE "Y".
      * SET BY A GOOD HEADER AND CLEARED BY ITS TRAILER - DETAILS
      * OUTSIDE A GOOD HEADER HAVE NO NOSTRO TO GO TO.
       01 WS-STMT-FLAG        PIC X      VALUE "N".
          88 WS-IN-STATEMENT  VALUE "Y".
       01 WS-OK-FLAG          PIC X      VALUE "Y".
          88 WS-LINE-OK       VALUE "Y".
       01 WS-CURRENT-CCY      PIC X(3)   VALUE SPACES.
       01 WS-STMT-DATE        PIC 9(8).
       01 WS-STMT-OPEN        PIC S9(13)V99.
       01 WS-STMT-MOVEMENT    PIC S9(13)V99.
       01 WS-STMT-DETAILS     PIC 9(7).
       01 WS-CHECK-DATE       PIC 9(8).
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CHK-YYYY      PIC 9(4).
          05 WS-CHK-MM        PIC 9(2).
          05 WS-CHK-DD        PIC 9(2).
       01 WS-DATE-FLAG        PIC X.
          88 WS-DATE-GOOD     VALUE "Y".
       01 WS-STMT-COUNT       PIC 9(5)   VALUE 0.
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE 0.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           PERFORM READ-STATEMENT-RECORD
           PERFORM UNTIL END-OF-STATEMENTS
               EVALUATE TRUE
                   WHEN NSI-HEADER
                       PERFORM START-ONE-STATEMENT
                   WHEN NSI-DETAIL
                       PERFORM LOAD-ONE-ENTRY
                   WHEN NSI-TRAILER
                       PERFORM CLOSE-ONE-STATEMENT
                   WHEN OTHER
                       MOVE "Unknown record type" TO NLX-PROBLEM
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
               PERFORM READ-STATEMENT-RECORD
           END-PERFORM

           IF WS-IN-STATEMENT
               DISPLAY "*** NO TRAILER ON " WS-CURRENT-CCY
                   " NOSTRO STATEMENT - CONFIRM THE FILE IS"
                   " COMPLETE ***"
           END-IF

           DISPLAY "NOSTRO STATEMENTS LOADED " WS-STMT-COUNT
               " ENTRIES " WS-LOADED-COUNT " OF " WS-DETAIL-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT

           CLOSE NOSTRO-STATEMENTS-IN
           CLOSE NOSTRO-MASTER
           CLOSE NOSTRO-ITEMS
           CLOSE LOAD-EXCEPTIONS

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT NOSTRO-STATEMENTS-IN
           IF WS-NOSTIN-STATUS = "35"
               DISPLAY "NO NOSTRO STATEMENT FILE - NOTHING TO LOAD"
               STOP RUN
           END-IF
           CALL "FILERR" USING "NOSTLOAD" "NOSTIN" WS-NOSTIN-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN I-O NOSTRO-MASTER
           IF WS-NOSTMAST-STATUS = "35"
               OPEN OUTPUT NOSTRO-MASTER
               CLOSE NOSTRO-MASTER
               OPEN I-O NOSTRO-MASTER
           END-IF
           CALL "FILERR" USING "NOSTLOAD" "NOSTMAST"
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
           CALL "FILERR" USING "NOSTLOAD" "NOSTITEM"
               WS-NOSTITEM-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT LOAD-EXCEPTIONS
           CALL "FILERR" USING "NOSTLOAD" "NOSTLEXC"
               WS-NOSTLEXC-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       READ-STATEMENT-RECORD.
           READ NOSTRO-STATEMENTS-IN
               AT END SET END-OF-STATEMENTS TO TRUE
           END-READ.

      * THE OPENING BALANCE SHOULD BE THE LAST STATEMENT'S
      * CLOSING ONE - A GAP MEANS A STATEMENT WAS MISSED, AND IS
      * REPORTED, BUT THE STATEMENT IS STILL LOADED.
       START-ONE-STATEMENT.
           IF WS-IN-STATEMENT
               DISPLAY "*** NO TRAILER ON " WS-CURRENT-CCY
                   " NOSTRO STATEMENT ***"
           END-IF
           MOVE "N" TO WS-STMT-FLAG
           MOVE "Y" TO WS-OK-FLAG
           MOVE NSH-CURRENCY-CODE TO WS-CURRENT-CCY
           MOVE 0 TO WS-STMT-DETAILS
           MOVE 0 TO WS-STMT-MOVEMENT

           MOVE NSH-STMT-DATE TO WS-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           IF NSH-CURRENCY-CODE = SPACES
              OR NSH-STMT-DATE NOT NUMERIC
              OR NOT WS-DATE-GOOD
              OR NSH-OPEN-BALANCE-N NOT NUMERIC
               MOVE "Unreadable statement header" TO NLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-LINE-OK
               MOVE NSH-STMT-DATE-N    TO WS-STMT-DATE
               MOVE NSH-OPEN-BALANCE-N TO WS-STMT-OPEN
               MOVE NSH-CURRENCY-CODE  TO NOS-CURRENCY-CODE
               READ NOSTRO-MASTER
                   INVALID KEY
                       PERFORM SET-UP-NEW-NOSTRO
                   NOT INVALID KEY
                       IF WS-STMT-DATE NOT > NOS-STMT-DATE
                           MOVE "Statement not later than last loaded"
                               TO NLX-PROBLEM
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           IF NOS-STMT-DATE NOT = 0
                              AND WS-STMT-OPEN NOT = NOS-STMT-BALANCE
                               MOVE "Opening differs from last closing"
                                   TO NLX-PROBLEM
                               PERFORM WRITE-EXCEPTION
                               MOVE "Y" TO WS-OK-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-LINE-OK
               SET WS-IN-STATEMENT TO TRUE
               ADD 1 TO WS-STMT-COUNT
           END-IF.

       SET-UP-NEW-NOSTRO.
           MOVE NSH-CURRENCY-CODE  TO NOS-CURRENCY-CODE
           MOVE NSH-CORRESPONDENT  TO NOS-CORRESPONDENT
           MOVE NSH-CORR-ACCOUNT   TO NOS-CORR-ACCOUNT
           MOVE WS-STMT-OPEN       TO NOS-LEDGER-BALANCE
           MOVE 0                  TO NOS-LEDGER-DATE
           MOVE WS-STMT-OPEN       TO NOS-STMT-BALANCE
           MOVE 0                  TO NOS-STMT-DATE
           MOVE 0                  TO NOS-LAST-RATE
           MOVE 0                  TO NOS-LEDGER-HOME
           WRITE NOSTRO-MASTER-RECORD
           CALL "FILERR" USING "NOSTLOAD" "NOSTMAST"
               WS-NOSTMAST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           DISPLAY "NEW NOSTRO " NOS-CURRENCY-CODE " WITH "
               NOS-CORRESPONDENT " SET UP FROM ITS STATEMENT".

      * THE STATEMENT LINE NUMBER IS THE ITEM SEQUENCE, SO A
      * STATEMENT LOADED TWICE FINDS ITS LINES ALREADY ON FILE.
       LOAD-ONE-ENTRY.
           MOVE "Y" TO WS-OK-FLAG
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-STMT-DETAILS

           IF NOT WS-IN-STATEMENT
               MOVE "Entry outside a good statement header"
                   TO NLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-LINE-OK
               MOVE NSD-VALUE-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               IF NSD-VALUE-DATE NOT NUMERIC
                  OR NOT WS-DATE-GOOD
                  OR NOT NSD-DR-CR-VALID
                  OR NSD-AMOUNT NOT NUMERIC
                   MOVE "Unreadable statement entry" TO NLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-LINE-OK
               MOVE WS-CURRENT-CCY     TO NOI-CURRENCY-CODE
               SET NOI-THEIR-ITEM      TO TRUE
               MOVE WS-STMT-DATE       TO NOI-ENTRY-DATE
               MOVE WS-STMT-DETAILS    TO NOI-SEQ
               MOVE NSD-VALUE-DATE-N   TO NOI-VALUE-DATE
               MOVE NSD-DR-CR          TO NOI-DR-CR
               MOVE NSD-AMOUNT-N       TO NOI-AMOUNT
               MOVE NSD-REFERENCE      TO NOI-REFERENCE
               MOVE NSD-ENTRY-TYPE     TO NOI-SOURCE
               SET NOI-ITEM-OPEN       TO TRUE
               MOVE 0                  TO NOI-MATCHED-DATE
               MOVE SPACES             TO NOI-MATCHED-KEY
               WRITE NOSTRO-ITEM-RECORD
                   INVALID KEY
                       MOVE "Statement entry already loaded"
                           TO NLX-PROBLEM
                       PERFORM WRITE-EXCEPTION
               END-WRITE
           END-IF

           IF WS-LINE-OK
               IF NOI-CREDIT
                   ADD NOI-AMOUNT TO WS-STMT-MOVEMENT
               ELSE
                   SUBTRACT NOI-AMOUNT FROM WS-STMT-MOVEMENT
               END-IF
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

      * THE CLOSING BALANCE IS TAKEN AS THE CORRESPONDENT STATES
      * IT; IF THE ENTRIES DO NOT ADD UP TO IT, SOMETHING ON THE
      * STATEMENT WAS NOT LOADED AND THE DESK IS TOLD.
       CLOSE-ONE-STATEMENT.
           MOVE "Y" TO WS-OK-FLAG
           IF NOT WS-IN-STATEMENT
               MOVE "Trailer outside a good statement header"
                   TO NLX-PROBLEM
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-LINE-OK
               IF NST-CLOSE-BALANCE-N NOT NUMERIC
                  OR NST-RECORD-COUNT NOT NUMERIC
                   MOVE "Unreadable statement trailer" TO NLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF WS-LINE-OK
               IF NST-RECORD-COUNT-N NOT = WS-STMT-DETAILS
                   DISPLAY "*** " WS-CURRENT-CCY " NOSTRO STATEMENT"
                       " CONTROL OUT - TRAILER " NST-RECORD-COUNT
                       " READ " WS-STMT-DETAILS " ***"
               END-IF
               IF WS-STMT-OPEN + WS-STMT-MOVEMENT
                  NOT = NST-CLOSE-BALANCE-N
                   MOVE "Entries do not reach closing balance"
                       TO NLX-PROBLEM
                   PERFORM WRITE-EXCEPTION
               END-IF

               MOVE WS-CURRENT-CCY TO NOS-CURRENCY-CODE
               READ NOSTRO-MASTER
                   INVALID KEY
                       DISPLAY "NOSTRO " WS-CURRENT-CCY
                           " VANISHED DURING LOAD"
                       STOP RUN
               END-READ
               MOVE NST-CLOSE-BALANCE-N TO NOS-STMT-BALANCE
               MOVE WS-STMT-DATE        TO NOS-STMT-DATE
               REWRITE NOSTRO-MASTER-RECORD
               CALL "FILERR" USING "NOSTLOAD" "NOSTMAST"
                   WS-NOSTMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           MOVE "N" TO WS-STMT-FLAG.

       CHECK-ONE-DATE.
           MOVE "N" TO WS-DATE-FLAG
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHK-YYYY > 1900
                  AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                  AND WS-CHK-DD >= 1 AND WS-CHK-DD <= 31
                   SET WS-DATE-GOOD TO TRUE
               END-IF
           END-IF.

       WRITE-EXCEPTION.
           MOVE "N" TO WS-OK-FLAG
           MOVE WS-CURRENT-CCY    TO NLX-CURRENCY-CODE
           MOVE NSI-RECORD-TYPE   TO NLX-RECORD-TYPE
           MOVE NSI-HEADER-BODY   TO NLX-LINE-TEXT
           WRITE LOAD-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
