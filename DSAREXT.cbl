       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXT.

      *****************************************************
      * Data-subject access extract, run on request against  *
      * a DSARREG request number. Everything held about the   *
      * customer and the accounts they own or jointly own is   *
      * collected into one readable extract - the customer      *
      * master and its change history, KYC review, contact log   *
      * and preferences, address status, online banking           *
      * enrolment, cards, account records and ownership, holds,    *
      * freezes, disputes and transaction history - each under its  *
      * own heading. Staff identifiers are masked and the reason and *
      * reference behind an AML freeze are withheld. The request is   *
      * stamped fulfilled with the date and the extract's line count.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-REGISTER ASSIGN TO "DSARREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DSR-REQUEST-NO
               FILE STATUS WS-DSARREG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUM-CUSTOMER-ID
               FILE STATUS WS-CUSTMAST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ACM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY ACM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS WS-ACCTMAST-STATUS.

           SELECT ACCOUNT-OWNERS ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AOX-KEY
               FILE STATUS WS-ACCTOWN-STATUS.

           SELECT CARD-MASTER ASSIGN TO "CARDMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRD-CARD-NUMBER
               FILE STATUS WS-CARDMAST-STATUS.

           SELECT KYC-REGISTER ASSIGN TO "KYCREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KYC-CUSTOMER-ID
               FILE STATUS WS-KYCREG-STATUS.

           SELECT CONTACT-LOG ASSIGN TO "CONTLOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CTL-KEY
               FILE STATUS WS-CONTLOG-STATUS.

           SELECT CONTACT-PREFERENCES ASSIGN TO "CONTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CPF-CUSTOMER-ID
               FILE STATUS WS-CONTPREF-STATUS.

           SELECT ADDRESS-STATUS-FILE ASSIGN TO "ADDRSTAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ADS-CUSTOMER-ID
               FILE STATUS WS-ADDRSTAT-STATUS.

           SELECT ONLINE-ENROLLMENTS ASSIGN TO "OLBENRL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OLB-CUSTOMER-ID
               FILE STATUS WS-OLBENRL-STATUS.

           SELECT CUSTOMER-AUDIT-TRAIL ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CUSTAUD-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DSP-KEY
               FILE STATUS WS-DISPUTE-STATUS.

           SELECT ACCOUNT-HOLDS ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HLD-KEY
               FILE STATUS WS-HOLDFILE-STATUS.

           SELECT FREEZE-REGISTER ASSIGN TO "FRZREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FRZ-ACCOUNT-NUMBER
               FILE STATUS WS-FRZREG-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY THR-KEY
               FILE STATUS WS-TXNHIST-STATUS.

           SELECT DSAR-EXTRACT ASSIGN TO "DSAREXT.DAT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DSAREXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAR-REGISTER.
       COPY "DSARREG.cpy".

       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD  ACCOUNT-MASTER.
       COPY "ACCTMAST.cpy".

       FD  ACCOUNT-OWNERS.
       COPY "ACCTOWN.cpy".

       FD  CARD-MASTER.
       COPY "CARDMAST.cpy".

       FD  KYC-REGISTER.
       COPY "KYCREG.cpy".

       FD  CONTACT-LOG.
       COPY "CONTLOG.cpy".

       FD  CONTACT-PREFERENCES.
       COPY "CONTPREF.cpy".

       FD  ADDRESS-STATUS-FILE.
       COPY "ADDRSTAT.cpy".

       FD  ONLINE-ENROLLMENTS.
       COPY "OLBENRL.cpy".

       FD  CUSTOMER-AUDIT-TRAIL.
       COPY "CUSTAUD.cpy".

       FD  DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD  ACCOUNT-HOLDS.
       COPY "HOLDFILE.cpy".

       FD  FREEZE-REGISTER.
       COPY "FRZREG.cpy".

       FD  TRANSACTION-HISTORY.
       COPY "TXNHIST.cpy".

       FD  DSAR-EXTRACT.
       01 DSAR-EXTRACT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DSARREG-STATUS   PIC XX.
       01 WS-CUSTMAST-STATUS  PIC XX.
       01 WS-ACCTMAST-STATUS  PIC XX.
       01 WS-ACCTOWN-STATUS   PIC XX.
       01 WS-CARDMAST-STATUS  PIC XX.
       01 WS-KYCREG-STATUS    PIC XX.
       01 WS-CONTLOG-STATUS   PIC XX.
       01 WS-CONTPREF-STATUS  PIC XX.
       01 WS-ADDRSTAT-STATUS  PIC XX.
       01 WS-OLBENRL-STATUS   PIC XX.
       01 WS-CUSTAUD-STATUS   PIC XX.
       01 WS-DISPUTE-STATUS   PIC XX.
       01 WS-HOLDFILE-STATUS  PIC XX.
       01 WS-FRZREG-STATUS    PIC XX.
       01 WS-TXNHIST-STATUS   PIC XX.
       01 WS-DSAREXT-STATUS   PIC XX.
       01 WS-ABEND-FLAG       PIC X.
          88 WS-ABEND         VALUE "Y".
       01 WS-EOF-FLAG         PIC X      VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-REQUEST-NO       PIC 9(6).
       01 WS-CUSTOMER-ID      PIC 9(8).
       01 WS-CUSTOMER-ID-X REDEFINES WS-CUSTOMER-ID PIC X(8).
       01 I                   PIC 9(3).
       01 WS-SLOT             PIC 9(3).
       01 WS-ACCOUNT-COUNT    PIC 9(3)   VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
             10 WSA-ACCOUNT-NUMBER  PIC 9(10).
             10 WSA-ROLE            PIC X(7).
       01 WS-SECTION-NAME     PIC X(40).
       01 WS-SECTION-COUNT    PIC 9(7).
       01 WS-LINE-COUNT       PIC 9(7)   VALUE 0.
       01 WS-COUNT-DISPLAY    PIC Z(6)9.
       01 WS-AMOUNT-EDIT      PIC -Z(8)9.99.
       01 WS-AMOUNT-EDIT-2    PIC -Z(8)9.99.
      * WHO KEYED OR APPROVED A RECORD IS OUR OWN BUSINESS, NOT
      * THE CUSTOMER'S - EVERY STAFF IDENTIFIER PRINTS AS THIS.
       01 WS-MASKED-ID        PIC X(8)   VALUE "********".
       01 WS-FREEZE-REASON    PIC X(10).
       01 WS-FREEZE-REFERENCE PIC X(16).
       01 WS-IMAGE-START      PIC 9(3).
       01 WS-IMAGE-LENGTH     PIC 9(3).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETPDATE" USING WS-TS-DATE

           DISPLAY "ENTER DATA ACCESS REQUEST NUMBER: ".
           ACCEPT WS-REQUEST-NO.

           OPEN I-O DSAR-REGISTER
           IF WS-DSARREG-STATUS = "35"
               DISPLAY "NO DATA ACCESS REQUESTS ON FILE"
               STOP RUN
           END-IF
           CALL "FILERR" USING "DSAREXT " "DSARREG" WS-DSARREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           MOVE WS-REQUEST-NO TO DSR-REQUEST-NO
           READ DSAR-REGISTER
               INVALID KEY
                   DISPLAY "Request not found"
                   CLOSE DSAR-REGISTER
                   STOP RUN
           END-READ
           IF NOT DSR-REQUEST-OPEN
               DISPLAY "Request is not open - status " DSR-STATUS
               CLOSE DSAR-REGISTER
               STOP RUN
           END-IF
           MOVE DSR-CUSTOMER-ID TO WS-CUSTOMER-ID

           PERFORM OPEN-ALL-FILES

           PERFORM WRITE-EXTRACT-HEADING
           PERFORM EXTRACT-CUSTOMER-MASTER
           PERFORM EXTRACT-CUSTOMER-CHANGES
           PERFORM EXTRACT-KYC-REVIEW
           PERFORM EXTRACT-CONTACT-LOG
           PERFORM EXTRACT-CONTACT-PREFERENCES
           PERFORM EXTRACT-ADDRESS-STATUS
           PERFORM EXTRACT-ONLINE-ENROLMENT
           PERFORM EXTRACT-CARDS
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-HOLDS
           PERFORM EXTRACT-FREEZES
           PERFORM EXTRACT-DISPUTES
           PERFORM EXTRACT-TRANSACTIONS

           MOVE SPACES TO DSAR-EXTRACT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
           STRING "END OF EXTRACT - " WS-COUNT-DISPLAY " LINE(S)"
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           WRITE DSAR-EXTRACT-LINE

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE DSAR-EXTRACT

           MOVE WS-TS-DATE    TO DSR-FULFILLED-DATE
           MOVE WS-LINE-COUNT TO DSR-EXTRACT-LINES
           SET DSR-REQUEST-FULFILLED TO TRUE
           REWRITE DSAR-REGISTER-RECORD
           CALL "FILERR" USING "DSAREXT " "DSARREG" WS-DSARREG-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF
           CLOSE DSAR-REGISTER

           DISPLAY "DATA ACCESS REQUEST " WS-REQUEST-NO
               " FULFILLED FOR CUSTOMER " WS-CUSTOMER-ID
           DISPLAY "  " WS-ACCOUNT-COUNT " ACCOUNT(S), "
               WS-LINE-COUNT " EXTRACT LINE(S), DUE " DSR-DUE-DATE
           IF WS-TS-DATE > DSR-DUE-DATE
               DISPLAY "  *** FULFILLED AFTER THE STATUTORY "
                   "DUE DATE ***"
           END-IF

           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT CUSTOMER-MASTER
           CALL "FILERR" USING "DSAREXT " "CUSTMAST" WS-CUSTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           CALL "FILERR" USING "DSAREXT " "ACCTMAST" WS-ACCTMAST-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF

           OPEN OUTPUT DSAR-EXTRACT
           CALL "FILERR" USING "DSAREXT " "DSAREXT" WS-DSAREXT-STATUS
               WS-ABEND-FLAG
           IF WS-ABEND
               STOP RUN
           END-IF.

       WRITE-EXTRACT-HEADING.
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "DATA-SUBJECT ACCESS EXTRACT - REQUEST "
               DSR-REQUEST-NO " CUSTOMER " WS-CUSTOMER-ID
               " RECEIVED " DSR-RECEIVED-DATE " PRODUCED " WS-TS-DATE
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "STAFF IDENTIFIERS ARE SHOWN AS " WS-MASKED-ID
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-LINE.
           WRITE DSAR-EXTRACT-LINE
           ADD 1 TO WS-LINE-COUNT.

       START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "== " WS-SECTION-NAME
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       END-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO DSAR-EXTRACT-LINE
               MOVE "   NO RECORDS HELD" TO DSAR-EXTRACT-LINE
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       EXTRACT-CUSTOMER-MASTER.
           MOVE "CUSTOMER MASTER (CUSTMAST)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO DSAR-EXTRACT-LINE
                   STRING "   NAME " CUM-CUSTOMER-NAME
                       " DATE OF BIRTH " CUM-DATE-OF-BIRTH
                       DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                   PERFORM WRITE-EXTRACT-LINE
                   MOVE SPACES TO DSAR-EXTRACT-LINE
                   STRING "   ADDRESS " CUM-ADDRESS
                       DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                   PERFORM WRITE-EXTRACT-LINE
                   MOVE SPACES TO DSAR-EXTRACT-LINE
                   STRING "   AGE ON RECORD " CUM-CURRENT-AGE
                       " ELIGIBILITY " CUM-ELIGIBILITY-FLAG
                       " SET " CUM-ELIGIBILITY-DATE
                       DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                   PERFORM WRITE-EXTRACT-LINE
           END-READ
           PERFORM END-SECTION.

      * THE CHANGE TRAIL IS KEPT IN TIME ORDER FOR EVERY CUSTOMER -
      * THE IMAGES ARE CUSTMAST RECORDS, SO THE ID LEADS EACH ONE.
       EXTRACT-CUSTOMER-CHANGES.
           MOVE "CUSTOMER DETAIL CHANGES (CUSTAUD)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT CUSTOMER-AUDIT-TRAIL
           IF WS-CUSTAUD-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "CUSTAUD"
                   WS-CUSTAUD-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CUSTOMER-AUDIT-TRAIL
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CAT-BEFORE-IMAGE(1:8) = WS-CUSTOMER-ID-X
                              OR CAT-AFTER-IMAGE(1:8) = WS-CUSTOMER-ID-X
                               PERFORM EXTRACT-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-AUDIT-TRAIL
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ONE-CHANGE.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN CAT-NAME-CHANGE
                   MOVE 9  TO WS-IMAGE-START
                   MOVE 30 TO WS-IMAGE-LENGTH
               WHEN CAT-DOB-CHANGE
                   MOVE 39 TO WS-IMAGE-START
                   MOVE 8  TO WS-IMAGE-LENGTH
               WHEN CAT-ADDRESS-CHANGE
                   MOVE 47 TO WS-IMAGE-START
                   MOVE 40 TO WS-IMAGE-LENGTH
               WHEN OTHER
                   MOVE 0  TO WS-IMAGE-START
           END-EVALUATE
           MOVE SPACES TO DSAR-EXTRACT-LINE
           IF WS-IMAGE-START = 0
               STRING "   " CAT-TIMESTAMP(1:8) " " CAT-CHANGE-TYPE
                   " BY " WS-MASKED-ID
                   DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           ELSE
               STRING "   " CAT-TIMESTAMP(1:8) " " CAT-CHANGE-TYPE
                   " BY " WS-MASKED-ID " FROM "
                   CAT-BEFORE-IMAGE(WS-IMAGE-START:WS-IMAGE-LENGTH)
                   " TO "
                   CAT-AFTER-IMAGE(WS-IMAGE-START:WS-IMAGE-LENGTH)
                   DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           END-IF
           PERFORM WRITE-EXTRACT-LINE.

       EXTRACT-KYC-REVIEW.
           MOVE "IDENTITY REVIEW (KYCREG)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT KYC-REGISTER
           IF WS-KYCREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "KYCREG" WS-KYCREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CUSTOMER-ID TO KYC-CUSTOMER-ID
               READ KYC-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   LAST REVIEWED " KYC-LAST-REVIEW-DATE
                           " BY " WS-MASKED-ID
                           " EVERY " KYC-REVIEW-MONTHS " MONTHS"
                           " NEXT DUE " KYC-NEXT-REVIEW-DATE
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
               END-READ
               CLOSE KYC-REGISTER
           END-IF
           PERFORM END-SECTION.

       EXTRACT-CONTACT-LOG.
           MOVE "CONTACTS AND COMPLAINTS (CONTLOG)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT CONTACT-LOG
           IF WS-CONTLOG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "CONTLOG"
                   WS-CONTLOG-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-CUSTOMER-ID TO CTL-CUSTOMER-ID
               MOVE 0 TO CTL-REFERENCE-NO
               START CONTACT-LOG KEY IS NOT LESS THAN CTL-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ CONTACT-LOG NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CTL-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               SET END-OF-FILE TO TRUE
                           ELSE
                               PERFORM EXTRACT-ONE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-LOG
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ONE-CONTACT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "   REF " CTL-REFERENCE-NO " " CTL-CATEGORY
               " BRANCH " CTL-BRANCH " RAISED " CTL-RAISED-DATE
               " BY " WS-MASKED-ID " PROMISED " CTL-PROMISED-DATE
               " CLOSED " CTL-CLOSED-DATE " STATUS " CTL-STATUS
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "      " CTL-DETAIL-TEXT
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       EXTRACT-CONTACT-PREFERENCES.
           MOVE "CONTACT PREFERENCES (CONTPREF)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT CONTACT-PREFERENCES
           IF WS-CONTPREF-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "CONTPREF"
                   WS-CONTPREF-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CUSTOMER-ID TO CPF-CUSTOMER-ID
               READ CONTACT-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   CHANNEL " CPF-CHANNEL
                           " SET " CPF-SET-DATE " BY " WS-MASKED-ID
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   MOBILE " CPF-MOBILE-NUMBER
                           " STATUS " CPF-MOBILE-STATUS
                           " VERIFIED " CPF-MOBILE-VERIFIED-DATE
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   EMAIL " CPF-EMAIL-ADDRESS
                           " STATUS " CPF-EMAIL-STATUS
                           " VERIFIED " CPF-EMAIL-VERIFIED-DATE
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
               END-READ
               CLOSE CONTACT-PREFERENCES
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ADDRESS-STATUS.
           MOVE "ADDRESS VERIFICATION (ADDRSTAT)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT ADDRESS-STATUS-FILE
           IF WS-ADDRSTAT-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "ADDRSTAT"
                   WS-ADDRSTAT-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CUSTOMER-ID TO ADS-CUSTOMER-ID
               READ ADDRESS-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   STATUS " ADS-STATUS
                           " SINCE " ADS-STATUS-DATE
                           " ADDRESS LAST CHANGED " ADS-CHANGED-DATE
                           " BY " WS-MASKED-ID
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
               END-READ
               CLOSE ADDRESS-STATUS-FILE
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ONLINE-ENROLMENT.
           MOVE "ONLINE BANKING ENROLMENT (OLBENRL)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT ONLINE-ENROLLMENTS
           IF WS-OLBENRL-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "OLBENRL"
                   WS-OLBENRL-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE WS-CUSTOMER-ID TO OLB-CUSTOMER-ID
               READ ONLINE-ENROLLMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   CONSENT " OLB-CONSENT-DATE
                           " BRANCH " OLB-BRANCH
                           " BY " WS-MASKED-ID
                           " STATUS " OLB-STATUS
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
               END-READ
               CLOSE ONLINE-ENROLLMENTS
           END-IF
           PERFORM END-SECTION.

       EXTRACT-CARDS.
           MOVE "CARDS (CARDMAST)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT CARD-MASTER
           IF WS-CARDMAST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "CARDMAST"
                   WS-CARDMAST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CARD-MASTER NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CRD-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM EXTRACT-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-MASTER
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ONE-CARD.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "   CARD " CRD-CARD-NUMBER
               " ACCOUNT " CRD-ACCOUNT-NUMBER
               " ISSUED " CRD-ISSUE-DATE " EXPIRES " CRD-EXPIRY-DATE
               " STATUS " CRD-STATUS
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

      * ACCOUNTS BOOKED UNDER THE CUSTOMER'S OWN ID, THEN ANY THEY
      * HOLD OR HAVE HELD A PLACE ON THROUGH THE OWNERSHIP FILE.
       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-CUSTOMER-ID TO ACM-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS = ACM-CUSTOMER-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ACM-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           SET END-OF-FILE TO TRUE
                       ELSE
                           MOVE ACM-ACCOUNT-NUMBER
                               TO AOX-ACCOUNT-NUMBER
                           MOVE "OWNER"   TO WS-FREEZE-REASON
                           PERFORM ADD-CUSTOMER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT ACCOUNT-OWNERS
           IF WS-ACCTOWN-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "ACCTOWN"
                   WS-ACCTOWN-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ACCOUNT-OWNERS NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AOX-CUSTOMER-ID = WS-CUSTOMER-ID
                               IF AOX-JOINT-OWNER
                                   MOVE "JOINT" TO WS-FREEZE-REASON
                               ELSE
                                   MOVE "OWNER" TO WS-FREEZE-REASON
                               END-IF
                               PERFORM ADD-CUSTOMER-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-OWNERS
           END-IF.

       ADD-CUSTOMER-ACCOUNT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCOUNT-COUNT
               IF WSA-ACCOUNT-NUMBER(I) = AOX-ACCOUNT-NUMBER
                   MOVE I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-ACCOUNT-COUNT < 200
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE AOX-ACCOUNT-NUMBER
                       TO WSA-ACCOUNT-NUMBER(WS-ACCOUNT-COUNT)
                   MOVE WS-FREEZE-REASON
                       TO WSA-ROLE(WS-ACCOUNT-COUNT)
               ELSE
                   DISPLAY "MORE THAN 200 ACCOUNTS - ACCOUNT "
                       AOX-ACCOUNT-NUMBER " NOT EXTRACTED"
               END-IF
           END-IF.

       EXTRACT-ACCOUNTS.
           MOVE "ACCOUNTS (ACCTMAST, ACCTOWN)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-ACCOUNT-COUNT
               MOVE WSA-ACCOUNT-NUMBER(WS-SLOT) TO ACM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE ACM-BALANCE TO WS-AMOUNT-EDIT
                       MOVE SPACES TO DSAR-EXTRACT-LINE
                       STRING "   ACCOUNT " ACM-ACCOUNT-NUMBER
                           " " WSA-ROLE(WS-SLOT)
                           " TYPE " ACM-ACCOUNT-TYPE
                           " BRANCH " ACM-BRANCH
                           " CURRENCY " ACM-CURRENCY-CODE
                           " STATUS " ACM-STATUS
                           " BALANCE " WS-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                       PERFORM WRITE-EXTRACT-LINE
               END-READ
           END-PERFORM
           PERFORM END-SECTION.

       EXTRACT-HOLDS.
           MOVE "HOLDS ON FUNDS (HOLDFILE)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT ACCOUNT-HOLDS
           IF WS-HOLDFILE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "HOLDFILE"
                   WS-HOLDFILE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-ACCOUNT-COUNT
                   PERFORM EXTRACT-ACCOUNT-HOLDS
               END-PERFORM
               CLOSE ACCOUNT-HOLDS
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ACCOUNT-HOLDS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WSA-ACCOUNT-NUMBER(WS-SLOT) TO HLD-ACCOUNT-NUMBER
           MOVE 0 TO HLD-HOLD-SEQ
           START ACCOUNT-HOLDS KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-HOLDS NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HLD-ACCOUNT-NUMBER
                          NOT = WSA-ACCOUNT-NUMBER(WS-SLOT)
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE HLD-HOLD-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO DSAR-EXTRACT-LINE
                           STRING "   ACCOUNT " HLD-ACCOUNT-NUMBER
                               " HOLD " HLD-HOLD-SEQ
                               " AMOUNT " WS-AMOUNT-EDIT
                               " EXPIRES " HLD-EXPIRY-DATE
                               " BY " WS-MASKED-ID
                               " STATUS " HLD-STATUS
                               " - " HLD-REASON
                               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                           PERFORM WRITE-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.

      * A FREEZE PLACED UNDER AN AML INVESTIGATION IS DISCLOSED AS A
      * RESTRICTION ONLY - ITS CASE REFERENCE STAYS WITH COMPLIANCE.
       EXTRACT-FREEZES.
           MOVE "ACCOUNT FREEZES (FRZREG)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT FREEZE-REGISTER
           IF WS-FRZREG-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "FRZREG" WS-FRZREG-STATUS
                   WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-ACCOUNT-COUNT
                   MOVE WSA-ACCOUNT-NUMBER(WS-SLOT)
                       TO FRZ-ACCOUNT-NUMBER
                   READ FREEZE-REGISTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM EXTRACT-ONE-FREEZE
                   END-READ
               END-PERFORM
               CLOSE FREEZE-REGISTER
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ONE-FREEZE.
           ADD 1 TO WS-SECTION-COUNT
           IF FRZ-REASON-CODE = "AML"
               MOVE "REGULATORY"    TO WS-FREEZE-REASON
               MOVE ALL "*"         TO WS-FREEZE-REFERENCE
           ELSE
               MOVE FRZ-REASON-CODE TO WS-FREEZE-REASON
               MOVE FRZ-REFERENCE   TO WS-FREEZE-REFERENCE
           END-IF
           MOVE SPACES TO DSAR-EXTRACT-LINE
           STRING "   ACCOUNT " FRZ-ACCOUNT-NUMBER
               " REASON " WS-FREEZE-REASON
               " REF " WS-FREEZE-REFERENCE
               " PLACED " FRZ-PLACED-DATE " BY " WS-MASKED-ID
               " LIFTED " FRZ-LIFTED-DATE
               " STATUS " FRZ-STATUS
               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       EXTRACT-DISPUTES.
           MOVE "TRANSACTION DISPUTES (DISPUTE)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "DISPUTE"
                   WS-DISPUTE-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-ACCOUNT-COUNT
                   PERFORM EXTRACT-ACCOUNT-DISPUTES
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ACCOUNT-DISPUTES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WSA-ACCOUNT-NUMBER(WS-SLOT) TO DSP-ACCOUNT-NUMBER
           MOVE 0 TO DSP-POSTING-DATE
           MOVE 0 TO DSP-TRANS-SEQ
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ DISPUTE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DSP-ACCOUNT-NUMBER
                          NOT = WSA-ACCOUNT-NUMBER(WS-SLOT)
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO DSAR-EXTRACT-LINE
                           STRING "   ACCOUNT " DSP-ACCOUNT-NUMBER
                               " ITEM " DSP-POSTING-DATE "/"
                               DSP-TRANS-SEQ
                               " AMOUNT " WS-AMOUNT-EDIT
                               " RAISED " DSP-RAISED-DATE
                               " BY " WS-MASKED-ID
                               " RESOLVED " DSP-RESOLVED-DATE
                               " BY " WS-MASKED-ID
                               " STATUS " DSP-STATUS
                               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                           PERFORM WRITE-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       EXTRACT-TRANSACTIONS.
           MOVE "TRANSACTION HISTORY (TXNHIST)" TO WS-SECTION-NAME
           PERFORM START-SECTION
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TXNHIST-STATUS = "35"
               CONTINUE
           ELSE
               CALL "FILERR" USING "DSAREXT " "TXNHIST"
                   WS-TXNHIST-STATUS WS-ABEND-FLAG
               IF WS-ABEND
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-ACCOUNT-COUNT
                   PERFORM EXTRACT-ACCOUNT-HISTORY
               END-PERFORM
               CLOSE TRANSACTION-HISTORY
           END-IF
           PERFORM END-SECTION.

       EXTRACT-ACCOUNT-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WSA-ACCOUNT-NUMBER(WS-SLOT) TO THR-ACCOUNT-NUMBER
           MOVE 0 TO THR-POSTING-DATE
           MOVE 0 TO THR-TRANS-SEQ
           START TRANSACTION-HISTORY KEY IS NOT LESS THAN THR-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-HISTORY NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF THR-ACCOUNT-NUMBER
                          NOT = WSA-ACCOUNT-NUMBER(WS-SLOT)
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE THR-TRANS-AMOUNT   TO WS-AMOUNT-EDIT
                           MOVE THR-RESULT-BALANCE TO WS-AMOUNT-EDIT-2
                           MOVE SPACES TO DSAR-EXTRACT-LINE
                           STRING "   ACCOUNT " THR-ACCOUNT-NUMBER
                               " " THR-POSTING-DATE
                               " TYPE " THR-TRANS-TYPE
                               " " THR-TRANS-CODE
                               " " THR-CHANNEL-CODE
                               " AMOUNT " WS-AMOUNT-EDIT
                               " BALANCE " WS-AMOUNT-EDIT-2
                               " REF " THR-REFERENCE
                               DELIMITED BY SIZE INTO DSAR-EXTRACT-LINE
                           PERFORM WRITE-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.
