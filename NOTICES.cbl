
      *****************************************************
      * Nightly customer event-notice run - the first        *
      * contact becomes ours instead of the complaint. Scans  *
      * TERMDEP for contracts maturing inside the notice       *
      * window, LOANSCHD for installments just gone to arrears, *
      * and active accounts drifting toward the dormancy sweep,  *
      * and LOCKER for rent newly past the notice period, applies *
      * the customer's contact preference, and writes one          *
      * consolidated extract with the CUSTMAST name and address per *
      * notice.                                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY CPF-CUSTOMER-ID
               FILE STATUS WS-CONTPREF-STATUS.

           SELECT LOCKER-FILE ASSIGN TO "LOCKER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LKR-KEY
               FILE STATUS WS-LOCKER-STATUS.

           SELECT NOTICE-EXTRACT ASSIGN TO "NOTICES.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NOTICES-STATUS.
       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       FD  LOCKER-FILE.
       COPY "LOCKER.cpy".

       FD  NOTICE-EXTRACT.
       01 NOTICE-EXTRACT-RECORD.
          05 NTC-CUSTOMER-ID        PIC 9(8).
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-LOCKER-STATUS    PIC XX.
       01 WS-NOTICES-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
           PERFORM SCAN-TERM-DEPOSITS
           PERFORM SCAN-LOAN-SCHEDULE
           PERFORM SCAN-FOR-DORMANCY-WARNINGS
           PERFORM SCAN-LOCKER-ARREARS

           DISPLAY "NOTICE RUN COMPLETE - WRITTEN "
               WS-WRITTEN-COUNT " SUPPRESSED "
               END-IF
           END-IF

           OPEN INPUT LOCKER-FILE
           IF WS-LOCKER-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "NOTICES " "LOCKER"
               WS-LOCKER-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT NOTICE-EXTRACT
           CALL "FILERR" USING "NOTICES " "NOTICES"
               WS-NOTICES-STATUS WS-ABEND-FLAG
           IF WS-CONTPREF-STATUS NOT = "35"
               CLOSE CONTACT-PREFERENCES
           END-IF
           IF WS-LOCKER-STATUS NOT = "35"
               CLOSE LOCKER-FILE
           END-IF
           CLOSE NOTICE-EXTRACT.

      * A CONTRACT MATURING INSIDE THE WINDOW GETS ITS NOTICE
               END-PERFORM
           END-IF.

      * LKRARRS STAMPS THE NOTICE DATE THE NIGHT A LOCKER'S RENT
      * PASSES THE NOTICE PERIOD - ONE NOTICE PER SPELL OF
      * ARREARS, WITH THE RENT ACCOUNT AS THE REFERENCE.
       SCAN-LOCKER-ARREARS.
           IF WS-LOCKER-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT
                   READ LOCKER-FILE NEXT RECORD
                       AT END SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF LKR-ALLOTTED
                              AND LKR-NOTICE-DATE = WS-TS-DATE
                               MOVE LKR-CUSTOMER-ID
                                   TO WS-NOTICE-CUSTOMER
                               MOVE "LOCKER RENT" TO WS-NOTICE-TYPE
                               MOVE LKR-RENT-ACCOUNT TO WS-NOTICE-REF
                               MOVE LKR-ARREARS-SINCE
                                   TO WS-NOTICE-DATE
                               PERFORM WRITE-ONE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * THE PREFERENCE RECORD DECIDES THE CHANNEL - NO-CONTACT
      * SUPPRESSES THE NOTICE ENTIRELY, AND NO RECORD AT ALL
      * DEFAULTS TO MAIL AS THE LETTER EXTRACTS ALWAYS HAVE.
