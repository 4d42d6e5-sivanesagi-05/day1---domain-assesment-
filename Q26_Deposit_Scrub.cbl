
      *****************************************************
      * Data-validation/scrubbing pass run ahead of DEPOSIT  *
      * against the raw daily deposit feed - checks the       *
      * deposit amount range and the outage date on offline    *
      * vouchers, splitting the feed into a clean file for      *
      * DEPOSIT to post and a reason-coded reject file for the   *
      * operations desk to work.                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * DAILY-DEPOSIT-RECORD so a field added to the copybook can
      * never drift between the raw and the scrubbed file.
       FD  SCRUBBED-DEPOSITS.
       01 SCRUBBED-DEPOSIT-RECORD   PIC X(68).

       FD  RUN-LOG.
       01 RUN-LOG-RECORD.
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-DEPOSITS  VALUE "Y".
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-BRANCH-FLAG      PIC X.
          88 WS-BRANCH-OPEN   VALUE "O".
       01 WS-BRANCH-REGION    PIC X(4).
       01 WS-PASSED-COUNT     PIC 9(7)   VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(7)   VALUE 0.
       01 WS-DEPRUNLG-STATUS  PIC XX.
                           TO WS-REJECT-REASON
                       PERFORM WRITE-SCRUB-REJECT
                   ELSE
                       PERFORM CHECK-ENTRY-BRANCH
                       IF WS-BRANCH-OPEN
                           PERFORM CHECK-DRAWEE-BANK
                       ELSE
                           MOVE "Unknown or closed entry branch"
                               TO WS-REJECT-REASON
                           PERFORM WRITE-SCRUB-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A CHEQUE WITH NO DRAWEE BANK CANNOT BE PRESENTED FOR
      * COLLECTION - IT WOULD SIT IN FLOAT AND RELEASE UNCOLLECTED.
       CHECK-DRAWEE-BANK.
           IF DTR-CHEQUE-DEPOSIT
              AND DTR-DRAWEE-ROUTING = SPACES
               MOVE "Cheque has no drawee bank code"
                   TO WS-REJECT-REASON
               PERFORM WRITE-SCRUB-REJECT
           ELSE
               PERFORM CHECK-OFFLINE-ITEM
           END-IF.

      * A VOUCHER KEYED BACK AFTER AN OUTAGE CARRIES THE DAY THE
      * CUSTOMER WAS SERVED AS ITS VALUE DATE - WITHOUT ONE IT WOULD
      * LOSE ITS BACK-VALUE, AND ONE LATER THAN TODAY IS A KEYING
      * ERROR.
       CHECK-OFFLINE-ITEM.
           EVALUATE TRUE
               WHEN DTR-CHANNEL-CODE NOT = "OFL"
                   PERFORM WRITE-SCRUBBED-RECORD
               WHEN DTR-VALUE-DATE = 0
                   MOVE "Offline item - no outage date"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-SCRUB-REJECT
               WHEN DTR-VALUE-DATE > WS-PROCESSING-DATE
                   MOVE "Offline date is in the future"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-SCRUB-REJECT
               WHEN OTHER
                   PERFORM WRITE-SCRUBBED-RECORD
           END-EVALUATE.

      * A BLANK ENTRY BRANCH MEANS THE ACCOUNT'S HOME BRANCH (AS
      * BRSETTL READS IT); ANYTHING ELSE MUST BE AN OPEN BRANCH
      * ON THE BRANCH MASTER.
       CHECK-ENTRY-BRANCH.
           IF DTR-ENTRY-BRANCH = SPACES
               SET WS-BRANCH-OPEN TO TRUE
           ELSE
               CALL "BRCHK" USING DTR-ENTRY-BRANCH WS-BRANCH-FLAG
                   WS-BRANCH-REGION
           END-IF.

      * AN ITEM THE CHANNEL FORMATTER ALREADY VALUE-DATED KEEPS
      * ITS DATE; EVERYTHING ELSE IS VALUE-DATED TO THE
      * PROCESSING DATE HERE.
