       PROGRAM-ID. EODSNAP.

      *****************************************************
      * Nightly end-of-day balance snapshot - one record per *
      * account-master record appended to the cumulative      *
      * BALSNAP file after the posting run, so fee assessment, *
      * average-balance interest, trend reporting, and          *
      * master-file recovery all have a dated picture of every   *
      * account instead of only the current ACM-BALANCE. A        *
      * foreign-currency account also carries its home-currency    *
      * equivalent.                                                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-ACCOUNTS  VALUE "Y".
       01 WS-SNAPPED-COUNT    PIC 9(7)   VALUE 0.
       01 WS-HOME-CURRENCY    PIC X(3)   VALUE SPACES.
       01 WS-FX-FROM-AMT      PIC S9(11)V99.
       01 WS-APPLIED-RATE     PIC 9(5)V9(4).
       01 WS-FX-RESULT        PIC X.
          88 WS-FX-NO-RATE    VALUE "U".
       01 WS-RUNCTL-MODE      PIC X.
       01 WS-RUNCTL-IN        PIC 9(7)   VALUE 0.
       01 WS-RUNCTL-REFUSE    PIC X.
           IF WS-RUN-REFUSED
               DISPLAY "EODSNAP ALREADY COMPLETE FOR " WS-TS-DATE
                   " - RUN REFUSED"
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER
               WS-TS-DATE WS-RUNCTL-IN WS-SNAPPED-COUNT
               WS-RUNCTL-REFUSE

           GOBACK.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-MASTER
       WRITE-SNAPSHOT-RECORD.
           MOVE WS-TS-DATE     TO SNP-SNAPSHOT-DATE
           MOVE ACCOUNT-RECORD TO SNP-ACCOUNT-IMAGE
           PERFORM FIND-LOCAL-BALANCE
           WRITE BALANCE-SNAPSHOT-RECORD
           ADD 1 TO WS-SNAPPED-COUNT.

      * A CURRENCY WITH NO RATE TONIGHT IS CARRIED AT PAR AND
      * SHOWN, RATHER THAN DROPPING THE ACCOUNT FROM THE SNAPSHOT.
       FIND-LOCAL-BALANCE.
           MOVE ACM-BALANCE TO WS-FX-FROM-AMT
           CALL "FXCONV" USING ACM-CURRENCY-CODE WS-HOME-CURRENCY
               WS-FX-FROM-AMT SNP-LOCAL-BALANCE WS-APPLIED-RATE
               WS-FX-RESULT
           IF WS-FX-NO-RATE
               DISPLAY "NO RATE FOR " ACM-CURRENCY-CODE " - ACCOUNT "
                   ACM-ACCOUNT-NUMBER " SNAPPED AT PAR"
           END-IF.
