       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRESP.

      *****************************************************
      * Balance-confirmation response keying, by the cutoff  *
      * date and reference off the auditors' returned reply   *
      * slip. A reply that agrees the book balance closes the  *
      * confirmation; one that does not is a difference,        *
      * investigated on the spot from TXNHIST - the balance the  *
      * history shows at the cutoff, every posting since, and the *
      * first later posting that produced the balance the customer *
      * quoted - and held on the register until explained with a    *
      * reason. Letters the post returns are marked undelivered, and *
      * any confirmation can be inquired on.                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-REGISTER ASSIGN TO "CONFREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNF-KEY
               FILE STATUS WS-CONFREG-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-REGISTER.
       COPY "CONFREG.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONFREG-STATUS   PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-ACTION           PIC X.
          88 WS-RECORD-REPLY  VALUE "R".
          88 WS-UNDELIVERED   VALUE "U".
          88 WS-EXPLAIN       VALUE "X".
          88 WS-INQUIRE       VALUE "I".
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-CONFIRM-REF      PIC 9(5).
       01 WS-REPLY-AMOUNT     PIC 9(9)V99.
       01 WS-OVERDRAWN        PIC X.
       01 WS-REASON-CODE      PIC X(2).
          88 WS-VALID-REASON  VALUE "TM" "CE" "BE" "OT".
       01 WS-RESOLUTION-NOTE  PIC X(30).
       01 WS-HISTORY-EOF      PIC X.
          88 END-OF-HISTORY   VALUE "Y".
       01 WS-HISTORY-FOUND    PIC X.
          88 WS-HAD-HISTORY   VALUE "Y".
       01 WS-LINE-COUNT       PIC 9(5).
       01 WS-DISPLAY-AMOUNT   PIC -(9)9.99.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTER TELLER/OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           DISPLAY "ACTION - REPLY(R) UNDELIVERED(U) EXPLAIN(X)"
               " INQUIRE(I): ".
           ACCEPT WS-ACTION.

           DISPLAY "ENTER CONFIRMATION CUTOFF DATE (YYYYMMDD): ".
           ACCEPT WS-CUTOFF-DATE.
           DISPLAY "ENTER CONFIRMATION REFERENCE: ".
           ACCEPT WS-CONFIRM-REF.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           PERFORM OPEN-ALL-FILES

           MOVE WS-CUTOFF-DATE TO CNF-CUTOFF-DATE
           MOVE WS-CONFIRM-REF TO CNF-CONFIRM-REF
           READ CONFIRMATION-REGISTER
               INVALID KEY
                   DISPLAY "Confirmation not on the register"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-RECORD-REPLY
                           PERFORM RECORD-THE-REPLY
                       WHEN WS-UNDELIVERED
                           PERFORM MARK-UNDELIVERED
                       WHEN WS-EXPLAIN
                           PERFORM EXPLAIN-THE-DIFFERENCE
                       WHEN WS-INQUIRE
                           PERFORM SHOW-THE-CONFIRMATION
                       WHEN OTHER
                           DISPLAY "INVALID ACTION - ENTER R, U, X"
                               " OR I"
                   END-EVALUATE
           END-READ

           CLOSE CONFIRMATION-REGISTER
           CLOSE TRANSACTION-HISTORY

           GOBACK.

       OPEN-ALL-FILES.
           OPEN I-O CONFIRMATION-REGISTER
           CALL "FILERR" USING "CONFRESP" "CONFREG"
               WS-CONFREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           CALL "FILERR" USING "CONFRESP" "TXNHIST"
               WS-TXNHIST-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

      * A REPLY IS TAKEN ON A LETTER STILL OUT, OR ON ONE MARKED
      * UNDELIVERED THAT HAS SINCE FOUND THE CUSTOMER. THE
      * CUSTOMER'S FIGURE IS KEYED UNSIGNED WITH AN OVERDRAWN
      * MARKER, AS THE REPLY SLIP ASKS FOR IT.
       RECORD-THE-REPLY.
           IF NOT CNF-AWAITING-REPLY AND NOT CNF-UNDELIVERED
               DISPLAY "Reply already recorded, or no letter was sent"
           ELSE
               DISPLAY "ENTER CONFIRMED BALANCE: "
               ACCEPT WS-REPLY-AMOUNT
               DISPLAY "CUSTOMER SHOWS ACCOUNT OVERDRAWN (Y/N): "
               ACCEPT WS-OVERDRAWN
               IF WS-OVERDRAWN = "Y"
                   COMPUTE CNF-CONFIRMED-BALANCE = 0 - WS-REPLY-AMOUNT
               ELSE
                   MOVE WS-REPLY-AMOUNT TO CNF-CONFIRMED-BALANCE
               END-IF
               MOVE WS-TS-DATE     TO CNF-RESPONSE-DATE
               MOVE WS-OPERATOR-ID TO CNF-KEYED-BY
               COMPUTE CNF-DIFFERENCE-AMT =
                   CNF-CONFIRMED-BALANCE - CNF-BOOK-BALANCE
               IF CNF-DIFFERENCE-AMT = 0
                   SET CNF-AGREED TO TRUE
                   DISPLAY "CONFIRMATION AGREED - " CNF-ACCOUNT-NUMBER
               ELSE
                   SET CNF-DIFFERENCE TO TRUE
                   MOVE CNF-DIFFERENCE-AMT TO WS-DISPLAY-AMOUNT
                   DISPLAY "DIFFERENCE OF " WS-DISPLAY-AMOUNT
                       " ON " CNF-ACCOUNT-NUMBER
                       " - INVESTIGATING FROM HISTORY"
                   PERFORM INVESTIGATE-FROM-HISTORY
               END-IF
               PERFORM REWRITE-THE-CONFIRMATION
           END-IF.

       MARK-UNDELIVERED.
           IF NOT CNF-AWAITING-REPLY
               DISPLAY "Only a letter still awaiting reply can be"
                   " marked undelivered"
           ELSE
               SET CNF-UNDELIVERED TO TRUE
               MOVE WS-OPERATOR-ID TO CNF-KEYED-BY
               PERFORM REWRITE-THE-CONFIRMATION
               DISPLAY "CONFIRMATION " WS-CONFIRM-REF
                   " MARKED UNDELIVERED"
           END-IF.

      * A DIFFERENCE STAYS ON THE EXCEPTIONS SUMMARY UNTIL IT IS
      * EXPLAINED - TIMING, CUSTOMER ERROR, BANK ERROR OR OTHER -
      * WITH A NOTE FOR THE AUDIT FILE.
       EXPLAIN-THE-DIFFERENCE.
           IF NOT CNF-DIFFERENCE
               DISPLAY "Confirmation is not an open difference"
           ELSE
               DISPLAY "ENTER REASON - TIMING(TM) CUSTOMER ERROR(CE)"
                   " BANK ERROR(BE) OTHER(OT): "
               ACCEPT WS-REASON-CODE
               IF NOT WS-VALID-REASON
                   DISPLAY "INVALID REASON - ENTER TM, CE, BE OR OT"
               ELSE
                   DISPLAY "ENTER RESOLUTION NOTE: "
                   ACCEPT WS-RESOLUTION-NOTE
                   MOVE WS-REASON-CODE     TO CNF-REASON-CODE
                   MOVE WS-RESOLUTION-NOTE TO CNF-RESOLUTION-NOTE
                   MOVE WS-OPERATOR-ID     TO CNF-RESOLVED-BY
                   MOVE WS-TS-DATE         TO CNF-RESOLVED-DATE
                   SET CNF-EXPLAINED TO TRUE
                   PERFORM REWRITE-THE-CONFIRMATION
                   DISPLAY "DIFFERENCE ON " CNF-ACCOUNT-NUMBER
                       " EXPLAINED - " CNF-REASON-CODE
               END-IF
           END-IF.

       SHOW-THE-CONFIRMATION.
           DISPLAY "ACCOUNT   " CNF-ACCOUNT-NUMBER " CUSTOMER "
               CNF-CUSTOMER-ID " " CNF-ACCOUNT-TYPE "/" CNF-BRANCH
           MOVE CNF-BOOK-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "BOOK      " WS-DISPLAY-AMOUNT " "
               CNF-CURRENCY-CODE " SELECTED " CNF-SELECTION
               " LETTER " CNF-LETTER-DATE " STATUS " CNF-STATUS
           IF CNF-RESPONSE-DATE > 0
               MOVE CNF-CONFIRMED-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY "CONFIRMED " WS-DISPLAY-AMOUNT " ON "
                   CNF-RESPONSE-DATE " BY " CNF-KEYED-BY
           END-IF
           IF CNF-EXPLAINED
               DISPLAY "EXPLAINED " CNF-REASON-CODE " "
                   CNF-RESOLUTION-NOTE " BY " CNF-RESOLVED-BY
                   " ON " CNF-RESOLVED-DATE
           END-IF
           IF CNF-DIFFERENCE OR CNF-EXPLAINED
               PERFORM INVESTIGATE-FROM-HISTORY
           END-IF.

      *****************************************************
      * READ THE ACCOUNT'S HISTORY FORWARD: THE LAST RESULT
      * BALANCE ON OR BEFORE THE CUTOFF IS WHAT THE HISTORY SAYS
      * THE CUSTOMER HELD; EVERY POSTING SINCE IS LISTED AND
      * NETTED, AND THE FIRST WHOSE RESULT BALANCE IS THE FIGURE
      * THE CUSTOMER QUOTED MARKS A TIMING DIFFERENCE.
      *****************************************************
       INVESTIGATE-FROM-HISTORY.
           MOVE 0   TO CNF-HISTORY-BALANCE
           MOVE 0   TO CNF-POST-CUTOFF-NET
           MOVE 0   TO CNF-TIMING-DATE
           MOVE 0   TO WS-LINE-COUNT
           MOVE "N" TO WS-HISTORY-FOUND
           MOVE "N" TO WS-HISTORY-EOF
           MOVE CNF-ACCOUNT-NUMBER TO THR-ACCOUNT-NUMBER
           MOVE 0 TO THR-POSTING-DATE
           MOVE 0 TO THR-TRANS-SEQ
           START TRANSACTION-HISTORY KEY IS NOT LESS THAN THR-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ TRANSACTION-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF THR-ACCOUNT-NUMBER NOT = CNF-ACCOUNT-NUMBER
                          OR THR-POSTING-DATE > WS-TS-DATE
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           PERFORM WEIGH-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-HAD-HISTORY
               DISPLAY "No history on file for the account"
           ELSE
               MOVE CNF-HISTORY-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY "HISTORY AT CUTOFF " WS-DISPLAY-AMOUNT
               MOVE CNF-POST-CUTOFF-NET TO WS-DISPLAY-AMOUNT
               DISPLAY "NET SINCE CUTOFF  " WS-DISPLAY-AMOUNT
                   " IN " WS-LINE-COUNT " POSTING(S)"
               PERFORM SUGGEST-A-CAUSE
           END-IF.

       WEIGH-ONE-POSTING.
           SET WS-HAD-HISTORY TO TRUE
           IF THR-POSTING-DATE NOT > CNF-CUTOFF-DATE
               MOVE THR-RESULT-BALANCE TO CNF-HISTORY-BALANCE
           ELSE
               ADD 1 TO WS-LINE-COUNT
               IF THR-WITHDRAWAL
                   SUBTRACT THR-TRANS-AMOUNT FROM CNF-POST-CUTOFF-NET
               ELSE
                   ADD THR-TRANS-AMOUNT TO CNF-POST-CUTOFF-NET
               END-IF
               IF CNF-TIMING-DATE = 0
                  AND CNF-RESPONSE-DATE > 0
                  AND THR-RESULT-BALANCE = CNF-CONFIRMED-BALANCE
                   MOVE THR-POSTING-DATE TO CNF-TIMING-DATE
               END-IF
               MOVE THR-TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "  " THR-POSTING-DATE " " THR-TRANS-TYPE " "
                   THR-TRANS-CODE " " WS-DISPLAY-AMOUNT " "
                   THR-REFERENCE
           END-IF.

       SUGGEST-A-CAUSE.
           IF CNF-TIMING-DATE > 0
               DISPLAY "CUSTOMER'S FIGURE IS THE BALANCE AFTER "
                   "POSTINGS OF " CNF-TIMING-DATE " - LIKELY TIMING"
           ELSE
               IF CNF-HISTORY-BALANCE NOT = CNF-BOOK-BALANCE
                   DISPLAY "HISTORY DOES NOT AGREE THE SNAPSHOT BOOK "
                       "BALANCE - CHECK THE CUTOFF SNAPSHOT"
               ELSE
                   DISPLAY "NO POSTING EXPLAINS THE CUSTOMER'S "
                       "FIGURE - REFER TO THE CUSTOMER"
               END-IF
           END-IF.

       REWRITE-THE-CONFIRMATION.
           REWRITE CONFIRMATION-RECORD
           CALL "FILERR" USING "CONFRESP" "CONFREG"
               WS-CONFREG-STATUS WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.
